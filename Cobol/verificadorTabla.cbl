000290*    LOS REGISTROS DE UNA TABLA SIN CONTROL (O CON CONTROL
000300*    INVALIDO) SE CUENTAN Y SE INFORMAN COMO EXCEPCION, PERO NO
000310*    IMPIDEN VERIFICAR LAS DEMAS TABLAS.
000313*    LAS TABLAS DE PREPARACION (RECARGA EN DOS TIEMPOS, VER
000316*    BLITAB) NO ESTAN EN SERVICIO: SOLO SE INFORMAN Y SE CUENTAN.
000320*    CADA DISCREPANCIA SE LISTA EN EL REPORTE DE EXCEPCIONES
000330*    VERIFRPT. EL RETURN-CODE PERMITE AL JCL USAR ESTE PROGRAMA
000340*    COMO PASO DE CONTROL PREVIO AL PROCESO DE TRANSIN:
000493*                     BUSQUEDA. LAS SECCIONES SIN CONTROL (O CON
000494*                     CONTROL INVALIDO) NO PUEDEN REPARARSE Y
000495*                     SIGUEN DEJANDO CODIGO 8.
000496*    2026-10-15  RE   LAS TABLAS DE PREPARACION DE MANTENEDORTABLA
000497*                     (CONTROL CON LA MARCA TAB-PREPARACION, VER
000498*                     BLITAB) SE SALTEAN CON UN RENGLON EN EL
000499*                     REPORTE, SIN CONTARSE COMO EXCEPCION NI
000500*                     CONSUMIR EL DD CARGATAB.
000501*****************************************************************
000502 IDENTIFICATION DIVISION.
000503 PROGRAM-ID.     VerificadorTabla.
000510 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000520 INSTALLATION.   CENTRO DE COMPUTOS.
000530 DATE-WRITTEN.   22/08/2026.
000960*   SECCION EN CURSO DEL BARRIDO: LA TABLA CUYOS REGISTROS SE
000970*   ESTAN LEYENDO Y EL ESTADO DE SU CONTROL ('V' CONTROL VALIDO,
000980*   'S' SIN CONTROL O CON CONTROL INVALIDO - SUS REGISTROS SOLO
000990*   SE CUENTAN -, 'F' TABLA DE ARCHIVO, 'P' TABLA DE PREPARACION
000993*   - TAMBIEN SOLO SE CUENTA, SIN SER EXCEPCION -, 'N' TODAVIA
000996*   NINGUNA).
001000*----------------------------------------------------------------
001010 01  VTA-TABLA-ACTUAL            PIC X(08) VALUE SPACES.
001020 01  VTA-SW-SECCION              PIC X(01) VALUE 'N'.
001030     88  VTA-SECCION-VALIDA               VALUE 'V'.
001040     88  VTA-SECCION-SALTEADA             VALUE 'S'.
001042     88  VTA-SECCION-ARCHIVO              VALUE 'F'.
001046     88  VTA-SECCION-PREPARACION          VALUE 'P'.
001050     88  VTA-SIN-SECCION                  VALUE 'N'.

001052*----------------------------------------------------------------
001603         " ES LA SEGUNDA TABLA DE ARCHIVO - NO SE VERIFICA.".
001604     05  FILLER                  PIC X(69) VALUE SPACES.

001605 01  VTA-LINEA-PREPARACION.
001606     05  FILLER                  PIC X(06) VALUE "TABLA ".
001607     05  VTP-TABLA               PIC X(08).
001608     05  FILLER                  PIC X(46) VALUE
001609         " ES UNA TABLA DE PREPARACION - NO SE VERIFICA.".
001610     05  FILLER                  PIC X(72) VALUE SPACES.

001611 01  VTA-LINEA-IGNORADOS.
001612     05  FILLER                  PIC X(13) VALUE "SE IGNORARON ".
001620     05  VIG-CANTIDAD            PIC 9(07).
001630     05  FILLER                  PIC X(23) VALUE
001640         " REGISTROS DE LA TABLA ".
003000 1200-CARGAR-CONTROL.
003010     MOVE TAB-TABLA-ID TO VTA-TABLA-ACTUAL.

003011*    UNA TABLA DE PREPARACION (VER BLITAB) NO ESTA EN SERVICIO:
003012*    SUS REGISTROS SOLO SE CUENTAN, SIN EXCEPCION.
003013     IF TAB-INCREMENTO NUMERIC
003014     AND TAB-PREPARACION
003015         MOVE 'P' TO VTA-SW-SECCION
003016         MOVE ZERO TO VTA-CANT-IGNORADOS
003017         MOVE VTA-TABLA-ACTUAL TO VTP-TABLA
003018         WRITE REG-REPORTE FROM VTA-LINEA-PREPARACION
003019         PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT
003020         GO TO 1200-EXIT
003021     END-IF.

003022*    UN CONTROL CON INCREMENTO EN CERO ES UNA TABLA CARGADA
003023*    DESDE ARCHIVO (VER BLITAB): SE VERIFICA CONTRA CARGATAB.
003024     IF TAB-INCREMENTO NUMERIC
003025     AND TAB-INCREMENTO = ZERO
003026         PERFORM 1250-ABRIR-SECCION-ARCHIVO THRU 1250-EXIT
003027         GO TO 1200-EXIT
003028     END-IF.

003029     MOVE TAB-MAX-ENTRADAS  TO VTA-MAX-ENTRADAS.
003030     MOVE TAB-VALOR-INICIAL TO VTA-VALOR-INICIAL.
003040     MOVE TAB-INCREMENTO    TO VTA-INCREMENTO.

003700     END-IF.

003710     IF VTA-SECCION-SALTEADA
003715     OR VTA-SECCION-PREPARACION
003720         ADD 1 TO VTA-CANT-IGNORADOS
003730         GO TO 3000-SIGUIENTE
003740     END-IF.
004864     END-IF.

004870     IF VTA-SECCION-SALTEADA
004875     OR VTA-SECCION-PREPARACION
004880         MOVE VTA-CANT-IGNORADOS TO VIG-CANTIDAD
004890         MOVE VTA-TABLA-ACTUAL TO VIG-TABLA
004900         WRITE REG-REPORTE FROM VTA-LINEA-IGNORADOS
