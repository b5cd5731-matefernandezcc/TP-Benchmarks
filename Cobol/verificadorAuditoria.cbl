000100*****************************************************************
000110*PROGRAM-ID.  VERIFICADORAUDITORIA
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*INSTALLATION. CENTRO DE COMPUTOS
000140*DATE-WRITTEN. 2026-10-15
000150*DATE-COMPILED.
000160*----------------------------------------------------------------
000170*REMARKS.
000180*    VERIFICA LA CADENA DE CONTROL DE UN HISTORICO DE AUDITORIA
000190*    (VER BLIAUD) PARA DEMOSTRAR QUE NINGUN REGISTRO SE QUITO NI
000200*    SE MODIFICO DESDE LA NOCHE EN QUE SE GRABO. EL DD AUDITLOG
000210*    PUEDE APUNTAR AL AUDITLOG VIVO O A UN ARCHIVO AUDARCH (O A
000220*    UNA CONCATENACION DE ARCHIVOS EN ORDEN CRONOLOGICO); EL
000230*    PROGRAMA NO MODIFICA NADA.
000240*
000250*    PRIMERA PASADA, SOBRE AUDITLOG, BLOQUE POR BLOQUE DE
000260*    CORRIDA (AUD-CORRIDA):
000270*      - LA SECUENCIA DEBE EMPEZAR EN 1 Y SUBIR DE A UNO
000280*        ("SALTO DE SECUENCIA").
000290*      - EL SELLO DE CADA REGISTRO DEBE SER EL QUE RECALCULA EL
000300*        MODULO BLISELLO A PARTIR DEL SELLO DEL REGISTRO
000310*        ANTERIOR DEL BLOQUE ("SELLO ROTO").
000320*      - EL TRAILER DEBE TRAER LA CANTIDAD DE DETALLES DEL
000330*        BLOQUE Y NADA PUEDE SEGUIRLO.
000340*      - UN BLOQUE NO PUEDE REAPARECER DESPUES DE OTRO, Y UN
000350*        REGISTRO SIN CADENA NO PUEDE APARECER DESPUES DE LOS
000360*        ENCADENADOS. LOS REGISTROS ANTERIORES A LA CADENA (AL
000370*        PRINCIPIO DEL ARCHIVO) SOLO SE CUENTAN.
000380*    SEGUNDA PASADA, SOBRE RUNLOG (OPCIONAL; CON PROCESO EN
000390*    PARALELO EL JCL CONCATENA ADEMAS LAS BITACORAS RUNLGNN DE
000400*    LOS FLUJOS), POR CADA CORRIDA CON IDENTIFICADOR:
000410*      - SI CAE DENTRO DEL PERIODO CUBIERTO POR EL ARCHIVO, SU
000420*        BLOQUE DEBE ESTAR ("CORRIDA SIN BLOQUE").
000430*      - SU BLOQUE DEBE TENER TRAILER, Y EN MODO LOTE LAS CLAVES
000440*        DEL TRAILER DEBEN SER RUN-CLAVES Y LOS DETALLES DEBEN
000450*        SER RUN-CLAVES MENOS LAS CLAVES ARRASTRADAS DEL
000460*        CHECKPOINT Y MENOS LAS TRANSACCIONES DE RANGO (NINGUN
000470*        RANGO SE AUDITA).
000480*    AL FINAL SE AVISAN LOS BLOQUES SIN REGISTRO EN RUNLOG (CON
000490*    TRAILER: BITACORA INCOMPLETA; SIN TRAILER: CORRIDA
000500*    INTERRUMPIDA, QUE AL REANUDARSE ABRE UN BLOQUE NUEVO).
000510*
000520*    CADA ANOMALIA DEJA SU RENGLON EN VAURPT (HASTA 1000; DESDE
000530*    AHI SOLO SE CUENTAN), SEGUIDOS DE LOS TOTALES DE CONTROL.
000540*    RETURN-CODE: 0 = CADENA INTACTA Y CUADRADA, 4 = SOLO AVISOS
000550*    (O SIN RUNLOG PARA CRUZAR), 8 = ERRORES DE INTEGRIDAD,
000560*    16 = SIN AUDITLOG O ERROR DE E/S.
000570*----------------------------------------------------------------
000580*MODIFICATION HISTORY.
000590*    2026-10-15  RE   VERSION ORIGINAL.
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.     VerificadorAuditoria.
000630 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000640 INSTALLATION.   CENTRO DE COMPUTOS.
000650 DATE-WRITTEN.   15/10/2026.
000660 DATE-COMPILED.

000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.    IBM-370.
000700 OBJECT-COMPUTER.    IBM-370.
000710 SPECIAL-NAMES.
000720     DECIMAL-POINT IS COMMA.

000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750*----------------------------------------------------------------
000760*   HISTORICO DE AUDITORIA A VERIFICAR: EL AUDITLOG VIVO O UN
000770*   ARCHIVO AUDARCH, SEGUN LO ASIGNE EL JCL. SOLO LECTURA.
000780*----------------------------------------------------------------
000790     SELECT ARCHIVO-AUDITORIA ASSIGN TO AUDITLOG
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS VAU-EF-AUDITORIA.

000820*----------------------------------------------------------------
000830*   BITACORA DE EJECUCIONES (LAYOUT BLIRUN), OPCIONAL. SOLO
000840*   LECTURA.
000850*----------------------------------------------------------------
000860     SELECT ARCHIVO-RUNLOG ASSIGN TO RUNLOG
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS VAU-EF-RUNLOG.

000890*----------------------------------------------------------------
000900*   REPORTE DE LA VERIFICACION.
000910*----------------------------------------------------------------
000920     SELECT ARCHIVO-REPORTE ASSIGN TO VAURPT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS VAU-EF-REPORTE.

000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  ARCHIVO-AUDITORIA
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000     COPY BLIAUD.

001010 FD  ARCHIVO-RUNLOG
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040     COPY BLIRUN.

001050 FD  ARCHIVO-REPORTE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  REG-REPORTE                 PIC X(132).

001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------
001110*   INDICADORES DE ESTADO DE ARCHIVO (IBM FILE STATUS).
001120*----------------------------------------------------------------
001130 01  VAU-EF-AUDITORIA            PIC X(02) VALUE SPACES.
001140     88  VAU-FIN-AUDITORIA                VALUE '10'.
001150 01  VAU-EF-RUNLOG               PIC X(02) VALUE SPACES.
001160     88  VAU-FIN-RUNLOG                   VALUE '10'.
001170 01  VAU-EF-REPORTE              PIC X(02) VALUE SPACES.

001180 01  VAU-SW-HAY-RUNLOG           PIC X(01) VALUE 'N'.
001190     88  VAU-HAY-RUNLOG                   VALUE 'Y'.

001200*----------------------------------------------------------------
001210*   AREA DE COMUNICACION DEL MODULO DE SELLADO BLISELLO.
001220*----------------------------------------------------------------
001230     COPY BLISELL.

001240*----------------------------------------------------------------
001250*   BLOQUES DE CORRIDA HALLADOS EN AUDITLOG, EN EL ORDEN EN QUE
001260*   APARECEN: ESTADO DE SU CADENA (ULTIMA SECUENCIA Y ULTIMO
001270*   SELLO), DETALLES LEIDOS, DATOS DE SU TRAILER Y MARCA DE
001280*   CORRIDA HALLADA EN RUNLOG. LA ENTRADA 10001 ES DE DESBORDE:
001290*   CON LA TABLA LLENA LOS BLOQUES NUEVOS SE SIGUEN VERIFICANDO
001300*   AHI, PERO YA NO SE CRUZAN CONTRA RUNLOG.
001310*----------------------------------------------------------------
001320 01  VAU-MAX-BLOQUES             PIC 9(05) VALUE 10000.
001330 01  VAU-CANT-BLOQUES            PIC 9(05) VALUE ZERO.
001340 01  VAU-IDX-BLOQUE              PIC 9(05) VALUE ZERO.
001350 01  VAU-IDX-ACTUAL              PIC 9(05) VALUE ZERO.
001360 01  VAU-IDX-PISTA               PIC 9(05) VALUE ZERO.

001370 01  VAU-TABLA-BLOQUES.
001380     05  VAU-BLQ OCCURS 10001 TIMES.
001390         10  VAU-BLQ-CORRIDA     PIC X(16).
001400         10  VAU-BLQ-SECUENCIA   PIC 9(09).
001410         10  VAU-BLQ-SELLO       PIC 9(09).
001420         10  VAU-BLQ-DETALLES    PIC 9(07).
001430         10  VAU-BLQ-SW-TRAILER  PIC X(01).
001440             88  VAU-BLQ-CON-TRAILER      VALUE 'S'.
001450         10  VAU-BLQ-TRL-CLAVES  PIC 9(07).
001460         10  VAU-BLQ-TRL-ARRASTRE
001470                                 PIC 9(07).
001480         10  VAU-BLQ-TRL-RANGOS  PIC 9(07).
001490         10  VAU-BLQ-TRL-MODO    PIC X(01).
001500         10  VAU-BLQ-SW-RUNLOG   PIC X(01).
001510             88  VAU-BLQ-EN-RUNLOG        VALUE 'S'.

001520 01  VAU-SW-TABLA-LLENA          PIC X(01) VALUE 'N'.
001530     88  VAU-TABLA-LLENA                  VALUE 'Y'.

001540*----------------------------------------------------------------
001550*   PERIODO CUBIERTO POR LOS BLOQUES DEL ARCHIVO: MENOR Y MAYOR
001560*   IDENTIFICADOR DE CORRIDA. UNA CORRIDA DE RUNLOG FUERA DE
001570*   ESTE PERIODO ESTA EN OTRO ARCHIVO Y NO SE RECLAMA.
001580*----------------------------------------------------------------
001590 01  VAU-CORRIDA-MINIMA          PIC X(16) VALUE HIGH-VALUES.
001600 01  VAU-CORRIDA-MAXIMA          PIC X(16) VALUE LOW-VALUES.

001610*----------------------------------------------------------------
001620*   CONTADORES DE LA VERIFICACION.
001630*----------------------------------------------------------------
001640 01  VAU-POSICION                PIC 9(09) VALUE ZERO.
001650 01  VAU-LEIDOS-PREVIOS          PIC 9(09) VALUE ZERO.
001660 01  VAU-LEIDOS-DETALLES         PIC 9(09) VALUE ZERO.
001670 01  VAU-LEIDOS-TRAILERS         PIC 9(09) VALUE ZERO.
001680 01  VAU-BLOQUES-SIN-TRAILER     PIC 9(09) VALUE ZERO.
001690 01  VAU-RUN-LEIDOS              PIC 9(09) VALUE ZERO.
001700 01  VAU-RUN-SIN-CORRIDA         PIC 9(09) VALUE ZERO.
001710 01  VAU-RUN-FUERA-PERIODO       PIC 9(09) VALUE ZERO.
001720 01  VAU-RUN-CRUZADAS            PIC 9(09) VALUE ZERO.
001730 01  VAU-CANT-ERRORES            PIC 9(09) VALUE ZERO.
001740 01  VAU-CANT-AVISOS             PIC 9(09) VALUE ZERO.
001750 01  VAU-RENGLONES-ANOMALIA      PIC 9(05) VALUE ZERO.
001760 01  VAU-MAX-RENGLONES           PIC 9(05) VALUE 1000.

001770 01  VAU-SW-HAY-CADENA           PIC X(01) VALUE 'N'.
001780     88  VAU-HAY-CADENA                   VALUE 'Y'.

001790 01  VAU-DETALLES-ESPERADOS      PIC S9(09) VALUE ZERO.

001800*----------------------------------------------------------------
001810*   LAYOUTS DE LOS RENGLONES DEL REPORTE. EN EL RENGLON DE
001820*   ANOMALIA, ESPERADO Y HALLADO SOLO SE INFORMAN CUANDO LA
001830*   ANOMALIA ES UNA CUENTA O UNA SECUENCIA QUE NO CUADRA.
001840*----------------------------------------------------------------
001850 01  VAU-LINEA-TITULO.
001860     05  FILLER                  PIC X(48) VALUE
001870         "VERIFICACION DE LA CADENA DE CONTROL DE AUDITLOG".
001880     05  FILLER                  PIC X(14) VALUE
001890         " CONTRA RUNLOG".
001900     05  FILLER                  PIC X(70) VALUE SPACES.

001910 01  VAU-LINEA-ANOMALIA.
001920     05  VLA-SEVERIDAD           PIC X(06).
001930     05  VLA-MOTIVO              PIC X(32).
001940     05  FILLER                  PIC X(05) VALUE " REG ".
001950     05  VLA-POSICION            PIC 9(09).
001960     05  FILLER                  PIC X(09) VALUE " CORRIDA ".
001970     05  VLA-CORRIDA             PIC X(16).
001980     05  FILLER                  PIC X(05) VALUE " SEC ".
001990     05  VLA-SECUENCIA           PIC 9(09).
002000     05  FILLER                  PIC X(05) VALUE " ESP ".
002010     05  VLA-ESPERADO            PIC 9(09).
002020     05  FILLER                  PIC X(06) VALUE " HALL ".
002030     05  VLA-HALLADO             PIC 9(09).
002040     05  FILLER                  PIC X(12) VALUE SPACES.

002050 01  VAU-LINEA-CONTROL.
002060     05  FILLER                  PIC X(04) VALUE SPACES.
002070     05  VLK-DESCRIPCION         PIC X(40).
002080     05  VLK-CANTIDAD            PIC 9(09).
002090     05  FILLER                  PIC X(79) VALUE SPACES.

002100 PROCEDURE DIVISION.
002110*****************************************************************
002120*   0000-MAINLINE
002130*----------------------------------------------------------------
002140*   PARRAFO PRINCIPAL: VERIFICA LA CADENA DE AUDITLOG, LA CRUZA
002150*   CONTRA RUNLOG, REVISA LOS BLOQUES QUE QUEDARON SIN CORRIDA,
002160*   EMITE LOS TOTALES Y FIJA EL RETURN-CODE.
002170*****************************************************************
002180 0000-MAINLINE.
002190     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

002200     PERFORM 2000-VERIFICAR-AUDITORIA THRU 2000-EXIT.

002210     IF VAU-HAY-RUNLOG
002220         PERFORM 3000-CRUZAR-RUNLOG THRU 3000-EXIT
002230     END-IF.

002240     PERFORM 4000-REVISAR-BLOQUES THRU 4000-EXIT.

002250     PERFORM 5000-EMITIR-TOTALES THRU 5000-EXIT.

002260     PERFORM 9000-FINALIZAR THRU 9000-EXIT.

002270     STOP RUN.

002280*****************************************************************
002290*   1000-INICIALIZAR
002300*----------------------------------------------------------------
002310*   ABRE AUDITLOG (SIN EL NO HAY NADA QUE VERIFICAR), RUNLOG
002320*   (SI FALTA SE VERIFICA SOLO LA CADENA Y SE AVISA) Y EL
002330*   REPORTE.
002340*****************************************************************
002350 1000-INICIALIZAR.
002360     DISPLAY "VAU0001I INICIANDO VERIFICACION DE AUDITLOG".

002370     OPEN INPUT ARCHIVO-AUDITORIA.

002380     IF VAU-EF-AUDITORIA NOT = '00'
002390         DISPLAY "VAU0002E NO SE PUDO ABRIR AUDITLOG - FILE "
002400             "STATUS " VAU-EF-AUDITORIA
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.

002440     OPEN INPUT ARCHIVO-RUNLOG.

002450     IF VAU-EF-RUNLOG = '00'
002460         MOVE 'Y' TO VAU-SW-HAY-RUNLOG
002470     ELSE
002480         DISPLAY "VAU0003W SIN RUNLOG - SE VERIFICA SOLO LA "
002490             "CADENA, SIN CRUZAR LAS CUENTAS"
002500     END-IF.

002510     OPEN OUTPUT ARCHIVO-REPORTE.
002520     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

002530     WRITE REG-REPORTE FROM VAU-LINEA-TITULO.
002540     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

002550     MOVE SPACES TO REG-REPORTE.
002560     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.

002570     IF NOT VAU-HAY-RUNLOG
002580         ADD 1 TO VAU-CANT-AVISOS
002590         MOVE "SIN RUNLOG - CUENTAS NO CRUZADAS CONTRA LAS CORRIDA
002600-            "S" TO REG-REPORTE
002610         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
002620     END-IF.
002630 1000-EXIT.
002640     EXIT.

002650*----------------------------------------------------------------
002660*   1100-VALIDAR-EF-REPORTE
002670*----------------------------------------------------------------
002680 1100-VALIDAR-EF-REPORTE.
002690     IF VAU-EF-REPORTE NOT = '00'
002700         DISPLAY "VAU0004E ERROR DE E/S EN ARCHIVO-REPORTE - "
002710             "FILE STATUS " VAU-EF-REPORTE
002720         MOVE 16 TO RETURN-CODE
002730         PERFORM 9000-FINALIZAR THRU 9000-EXIT
002740         STOP RUN
002750     END-IF.
002760 1100-EXIT.
002770     EXIT.

002780*----------------------------------------------------------------
002790*   1150-ESCRIBIR-RENGLON
002800*----------------------------------------------------------------
002810 1150-ESCRIBIR-RENGLON.
002820     WRITE REG-REPORTE.
002830     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
002840 1150-EXIT.
002850     EXIT.

002860*****************************************************************
002870*   2000-VERIFICAR-AUDITORIA
002880*----------------------------------------------------------------
002890*   PRIMERA PASADA: RECORRE AUDITLOG DE PUNTA A PUNTA
002900*   VERIFICANDO LA CADENA DE CADA REGISTRO.
002910*****************************************************************
002920 2000-VERIFICAR-AUDITORIA.
002930     PERFORM 2050-LEER-AUDITORIA THRU 2050-EXIT.
002940     PERFORM 2100-VERIFICAR-REGISTRO THRU 2100-EXIT
002950         UNTIL VAU-FIN-AUDITORIA.
002960 2000-EXIT.
002970     EXIT.

002980*----------------------------------------------------------------
002990*   2050-LEER-AUDITORIA
003000*----------------------------------------------------------------
003010*   UN ERROR DE LECTURA DEJA LA VERIFICACION SIN VALOR: SE
003020*   DETIENE EN 16.
003030*----------------------------------------------------------------
003040 2050-LEER-AUDITORIA.
003050     MOVE SPACES TO REG-AUDITORIA.
003060     READ ARCHIVO-AUDITORIA
003070         AT END
003080             MOVE '10' TO VAU-EF-AUDITORIA
003090     END-READ.

003100     IF VAU-EF-AUDITORIA NOT = '00'
003110     AND NOT VAU-FIN-AUDITORIA
003120         DISPLAY "VAU0005E ERROR DE E/S EN AUDITLOG - FILE "
003130             "STATUS " VAU-EF-AUDITORIA
003140         MOVE 16 TO RETURN-CODE
003150         PERFORM 9000-FINALIZAR THRU 9000-EXIT
003160         STOP RUN
003170     END-IF.
003180 2050-EXIT.
003190     EXIT.

003200*----------------------------------------------------------------
003210*   2100-VERIFICAR-REGISTRO
003220*----------------------------------------------------------------
003230*   LOS REGISTROS SIN CADENA SOLO SON VALIDOS AL PRINCIPIO DEL
003240*   ARCHIVO (HISTORICO ANTERIOR A LA CADENA). UN REGISTRO
003250*   ENCADENADO SE UBICA EN SU BLOQUE Y SE CONTROLA CONTRA LA
003260*   CADENA DEL BLOQUE.
003270*----------------------------------------------------------------
003280 2100-VERIFICAR-REGISTRO.
003290     ADD 1 TO VAU-POSICION.

003300     IF AUD-SIN-CADENA
003310         IF VAU-HAY-CADENA
003320             MOVE "REGISTRO SIN CADENA" TO VLA-MOTIVO
003330             MOVE VAU-POSICION TO VLA-POSICION
003340             PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT
003350         ELSE
003360             ADD 1 TO VAU-LEIDOS-PREVIOS
003370         END-IF
003380         GO TO 2100-SIGUIENTE
003390     END-IF.

003400     MOVE 'Y' TO VAU-SW-HAY-CADENA.

003410     IF AUD-TRAILER
003420         ADD 1 TO VAU-LEIDOS-TRAILERS
003430     ELSE
003440         ADD 1 TO VAU-LEIDOS-DETALLES
003450     END-IF.

003460     IF VAU-IDX-ACTUAL = ZERO
003470     OR AUD-CORRIDA NOT = VAU-BLQ-CORRIDA(VAU-IDX-ACTUAL)
003480         PERFORM 2200-UBICAR-BLOQUE THRU 2200-EXIT
003490     END-IF.

003500     PERFORM 2300-CONTROLAR-CADENA THRU 2300-EXIT.

003510 2100-SIGUIENTE.
003520     PERFORM 2050-LEER-AUDITORIA THRU 2050-EXIT.
003530 2100-EXIT.
003540     EXIT.

003550*----------------------------------------------------------------
003560*   2200-UBICAR-BLOQUE
003570*----------------------------------------------------------------
003580*   CAMBIO DE BLOQUE. LOS BLOQUES SUELEN VENIR EN ORDEN
003590*   CRECIENTE DE CORRIDA, Y UNO MAYOR QUE TODOS LOS VISTOS ES
003600*   NUEVO SIN BUSCARLO; SI NO (FLUJOS EN PARALELO MEZCLADOS) SE
003610*   BUSCA EN LA TABLA. UN BLOQUE YA VISTO QUE REAPARECE ESTA
003620*   PARTIDO: SE INFORMA Y SU CADENA SIGUE DESDE DONDE QUEDO.
003630*----------------------------------------------------------------
003640 2200-UBICAR-BLOQUE.
003650     IF AUD-CORRIDA > VAU-CORRIDA-MAXIMA
003660         MOVE AUD-CORRIDA TO VAU-CORRIDA-MAXIMA
003670         PERFORM 2250-AGREGAR-BLOQUE THRU 2250-EXIT
003680         GO TO 2200-EXIT
003690     END-IF.

003700     IF AUD-CORRIDA < VAU-CORRIDA-MINIMA
003710         MOVE AUD-CORRIDA TO VAU-CORRIDA-MINIMA
003720     END-IF.

003730     PERFORM 2280-COMPARAR-BLOQUE THRU 2280-EXIT
003740         VARYING VAU-IDX-BLOQUE FROM 1 BY 1
003750         UNTIL VAU-IDX-BLOQUE > VAU-CANT-BLOQUES
003760            OR VAU-BLQ-CORRIDA(VAU-IDX-BLOQUE) = AUD-CORRIDA.

003770     IF VAU-IDX-BLOQUE > VAU-CANT-BLOQUES
003780         PERFORM 2250-AGREGAR-BLOQUE THRU 2250-EXIT
003790         GO TO 2200-EXIT
003800     END-IF.

003810     MOVE VAU-IDX-BLOQUE TO VAU-IDX-ACTUAL.
003820     MOVE "BLOQUE DE CORRIDA PARTIDO" TO VLA-MOTIVO.
003830     MOVE VAU-POSICION TO VLA-POSICION.
003840     MOVE AUD-CORRIDA TO VLA-CORRIDA.
003850     MOVE AUD-SECUENCIA TO VLA-SECUENCIA.
003860     PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT.
003870 2200-EXIT.
003880     EXIT.

003890*----------------------------------------------------------------
003900*   2250-AGREGAR-BLOQUE
003910*----------------------------------------------------------------
003920*   ABRE LA ENTRADA DEL BLOQUE NUEVO. CON LA TABLA LLENA SE USA
003930*   LA ENTRADA DE DESBORDE (SE AVISA UNA SOLA VEZ).
003940*----------------------------------------------------------------
003950 2250-AGREGAR-BLOQUE.
003960     IF AUD-CORRIDA < VAU-CORRIDA-MINIMA
003970         MOVE AUD-CORRIDA TO VAU-CORRIDA-MINIMA
003980     END-IF.

003990     IF VAU-CANT-BLOQUES < VAU-MAX-BLOQUES
004000         ADD 1 TO VAU-CANT-BLOQUES
004010         MOVE VAU-CANT-BLOQUES TO VAU-IDX-ACTUAL
004020     ELSE
004030         IF NOT VAU-TABLA-LLENA
004040             MOVE 'Y' TO VAU-SW-TABLA-LLENA
004050             DISPLAY "VAU0007W MAS DE " VAU-MAX-BLOQUES
004060                 " BLOQUES - LOS SIGUIENTES NO SE CRUZAN CONTRA "
004070                 "RUNLOG"
004080             MOVE "TABLA DE BLOQUES LLENA" TO VLA-MOTIVO
004090             MOVE VAU-POSICION TO VLA-POSICION
004100             MOVE AUD-CORRIDA TO VLA-CORRIDA
004110             PERFORM 8100-INFORMAR-AVISO THRU 8100-EXIT
004120         END-IF
004130         COMPUTE VAU-IDX-ACTUAL = VAU-MAX-BLOQUES + 1
004140     END-IF.

004150     MOVE AUD-CORRIDA TO VAU-BLQ-CORRIDA(VAU-IDX-ACTUAL).
004160     MOVE ZERO TO VAU-BLQ-SECUENCIA(VAU-IDX-ACTUAL).
004170     MOVE ZERO TO VAU-BLQ-SELLO(VAU-IDX-ACTUAL).
004180     MOVE ZERO TO VAU-BLQ-DETALLES(VAU-IDX-ACTUAL).
004190     MOVE 'N'  TO VAU-BLQ-SW-TRAILER(VAU-IDX-ACTUAL).
004200     MOVE ZERO TO VAU-BLQ-TRL-CLAVES(VAU-IDX-ACTUAL).
004210     MOVE ZERO TO VAU-BLQ-TRL-ARRASTRE(VAU-IDX-ACTUAL).
004220     MOVE ZERO TO VAU-BLQ-TRL-RANGOS(VAU-IDX-ACTUAL).
004230     MOVE SPACE TO VAU-BLQ-TRL-MODO(VAU-IDX-ACTUAL).
004240     MOVE 'N'  TO VAU-BLQ-SW-RUNLOG(VAU-IDX-ACTUAL).
004250 2250-EXIT.
004260     EXIT.

004270*----------------------------------------------------------------
004280*   2280-COMPARAR-BLOQUE
004290*----------------------------------------------------------------
004300*   PARRAFO VACIO: EL VARYING QUE LO PERFORMA SOLO AVANZA EL
004310*   SUBINDICE HASTA HALLAR EL BLOQUE O AGOTAR LA TABLA.
004320*----------------------------------------------------------------
004330 2280-COMPARAR-BLOQUE.
004340     CONTINUE.
004350 2280-EXIT.
004360     EXIT.

004370*----------------------------------------------------------------
004380*   2300-CONTROLAR-CADENA
004390*----------------------------------------------------------------
004400*   CONTROLA EL REGISTRO CONTRA LA CADENA DE SU BLOQUE. TRAS
004410*   UNA ANOMALIA LA CADENA SIGUE DESDE LO LEIDO (SECUENCIA Y
004420*   SELLO DEL REGISTRO), ASI CADA FALLA SE INFORMA UNA SOLA VEZ
004430*   Y NO ARRASTRA AL RESTO DEL BLOQUE.
004440*----------------------------------------------------------------
004450 2300-CONTROLAR-CADENA.
004460     MOVE VAU-POSICION  TO VLA-POSICION.
004470     MOVE AUD-CORRIDA   TO VLA-CORRIDA.
004480     MOVE AUD-SECUENCIA TO VLA-SECUENCIA.

004490     IF VAU-BLQ-CON-TRAILER(VAU-IDX-ACTUAL)
004500         MOVE "REGISTRO TRAS EL TRAILER" TO VLA-MOTIVO
004510         PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT
004520     END-IF.

004530     ADD 1 TO VAU-BLQ-SECUENCIA(VAU-IDX-ACTUAL).
004540     IF AUD-SECUENCIA NOT = VAU-BLQ-SECUENCIA(VAU-IDX-ACTUAL)
004550         MOVE "SALTO DE SECUENCIA" TO VLA-MOTIVO
004560         MOVE VAU-BLQ-SECUENCIA(VAU-IDX-ACTUAL) TO VLA-ESPERADO
004570         MOVE AUD-SECUENCIA TO VLA-HALLADO
004580         PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT
004590         MOVE AUD-SECUENCIA TO VAU-BLQ-SECUENCIA(VAU-IDX-ACTUAL)
004600     END-IF.

004610     MOVE VAU-BLQ-SELLO(VAU-IDX-ACTUAL) TO BLIS-SELLO-ANTERIOR.
004620     MOVE REG-AUDITORIA TO BLIS-REGISTRO.
004630     CALL 'BLISELLO' USING BLIS-AREA.

004640     IF BLIS-SELLO NOT = AUD-SELLO
004650         MOVE "SELLO ROTO" TO VLA-MOTIVO
004660         MOVE BLIS-SELLO TO VLA-ESPERADO
004670         MOVE AUD-SELLO TO VLA-HALLADO
004680         PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT
004690     END-IF.
004700     MOVE AUD-SELLO TO VAU-BLQ-SELLO(VAU-IDX-ACTUAL).

004710     IF NOT AUD-TRAILER
004720         ADD 1 TO VAU-BLQ-DETALLES(VAU-IDX-ACTUAL)
004730         GO TO 2300-EXIT
004740     END-IF.

004750     MOVE 'S' TO VAU-BLQ-SW-TRAILER(VAU-IDX-ACTUAL).
004760     MOVE AUD-TRL-CLAVES   TO VAU-BLQ-TRL-CLAVES(VAU-IDX-ACTUAL).
004770     MOVE AUD-TRL-ARRASTRE
004780         TO VAU-BLQ-TRL-ARRASTRE(VAU-IDX-ACTUAL).
004790     MOVE AUD-TRL-RANGOS   TO VAU-BLQ-TRL-RANGOS(VAU-IDX-ACTUAL).
004800     MOVE AUD-TRL-MODO     TO VAU-BLQ-TRL-MODO(VAU-IDX-ACTUAL).

004810     IF AUD-TRL-DETALLES NOT = VAU-BLQ-DETALLES(VAU-IDX-ACTUAL)
004820         MOVE "TRAILER NO CUADRA CON EL BLOQUE" TO VLA-MOTIVO
004830         MOVE AUD-TRL-DETALLES TO VLA-ESPERADO
004840         MOVE VAU-BLQ-DETALLES(VAU-IDX-ACTUAL) TO VLA-HALLADO
004850         PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT
004860     END-IF.
004870 2300-EXIT.
004880     EXIT.

004890*****************************************************************
004900*   3000-CRUZAR-RUNLOG
004910*----------------------------------------------------------------
004920*   SEGUNDA PASADA: CRUZA CADA CORRIDA DE RUNLOG CON SU BLOQUE.
004930*   LOS REGISTROS DE RUNLOG ANTERIORES A LA CADENA (SIN
004940*   IDENTIFICADOR) SOLO SE CUENTAN.
004950*****************************************************************
004960 3000-CRUZAR-RUNLOG.
004970     MOVE ZERO TO VAU-IDX-PISTA.
004980     MOVE ZERO TO VLA-POSICION.
004990     MOVE ZERO TO VLA-SECUENCIA.

005000     PERFORM 3050-LEER-RUNLOG THRU 3050-EXIT.
005010     PERFORM 3100-CRUZAR-UNA-CORRIDA THRU 3100-EXIT
005020         UNTIL VAU-FIN-RUNLOG.
005030 3000-EXIT.
005040     EXIT.

005050*----------------------------------------------------------------
005060*   3050-LEER-RUNLOG
005070*----------------------------------------------------------------
005080 3050-LEER-RUNLOG.
005090     MOVE SPACES TO REG-CORRIDA.
005100     READ ARCHIVO-RUNLOG
005110         AT END
005120             MOVE '10' TO VAU-EF-RUNLOG
005130     END-READ.

005140     IF VAU-EF-RUNLOG NOT = '00'
005150     AND NOT VAU-FIN-RUNLOG
005160         DISPLAY "VAU0006E ERROR DE E/S EN RUNLOG - FILE "
005170             "STATUS " VAU-EF-RUNLOG
005180         MOVE 16 TO RETURN-CODE
005190         PERFORM 9000-FINALIZAR THRU 9000-EXIT
005200         STOP RUN
005210     END-IF.
005220 3050-EXIT.
005230     EXIT.

005240*----------------------------------------------------------------
005250*   3100-CRUZAR-UNA-CORRIDA
005260*----------------------------------------------------------------
005270*   UNA CORRIDA DENTRO DEL PERIODO DEL ARCHIVO DEBE TENER SU
005280*   BLOQUE; SI TERMINO EN 16 PUDO NO LLEGAR A ABRIR AUDITLOG,
005290*   Y SE AVISA EN LUGAR DE DAR ERROR.
005300*----------------------------------------------------------------
005310 3100-CRUZAR-UNA-CORRIDA.
005320     ADD 1 TO VAU-RUN-LEIDOS.

005330     IF RUN-CORRIDA = SPACES
005340         ADD 1 TO VAU-RUN-SIN-CORRIDA
005350         GO TO 3100-SIGUIENTE
005360     END-IF.

005370     IF RUN-CORRIDA < VAU-CORRIDA-MINIMA
005380     OR RUN-CORRIDA > VAU-CORRIDA-MAXIMA
005390         ADD 1 TO VAU-RUN-FUERA-PERIODO
005400         GO TO 3100-SIGUIENTE
005410     END-IF.

005420     PERFORM 3200-BUSCAR-BLOQUE-CORRIDA THRU 3200-EXIT.

005430     IF VAU-IDX-BLOQUE > VAU-CANT-BLOQUES
005440         MOVE "CORRIDA SIN BLOQUE DE AUDITORIA" TO VLA-MOTIVO
005450         MOVE RUN-CORRIDA TO VLA-CORRIDA
005460         IF RUN-RC = 16
005470             PERFORM 8100-INFORMAR-AVISO THRU 8100-EXIT
005480         ELSE
005490             PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT
005500         END-IF
005510         GO TO 3100-SIGUIENTE
005520     END-IF.

005530     ADD 1 TO VAU-RUN-CRUZADAS.
005540     MOVE 'S' TO VAU-BLQ-SW-RUNLOG(VAU-IDX-BLOQUE).
005550     PERFORM 3300-CONTROLAR-CUENTAS THRU 3300-EXIT.

005560 3100-SIGUIENTE.
005570     PERFORM 3050-LEER-RUNLOG THRU 3050-EXIT.
005580 3100-EXIT.
005590     EXIT.

005600*----------------------------------------------------------------
005610*   3200-BUSCAR-BLOQUE-CORRIDA
005620*----------------------------------------------------------------
005630*   RUNLOG Y AUDITLOG SE GRABAN EN EL MISMO ORDEN, ASI QUE EL
005640*   BLOQUE BUSCADO SUELE SER EL SIGUIENTE AL ULTIMO HALLADO
005650*   (LA PISTA); SOLO SI NO LO ES SE RECORRE LA TABLA. DEJA
005660*   VAU-IDX-BLOQUE MAYOR QUE VAU-CANT-BLOQUES SI NO LO HALLA.
005670*----------------------------------------------------------------
005680 3200-BUSCAR-BLOQUE-CORRIDA.
005690     ADD 1 TO VAU-IDX-PISTA.

005700     IF VAU-IDX-PISTA <= VAU-CANT-BLOQUES
005710         IF VAU-BLQ-CORRIDA(VAU-IDX-PISTA) = RUN-CORRIDA
005720             MOVE VAU-IDX-PISTA TO VAU-IDX-BLOQUE
005730             GO TO 3200-EXIT
005740         END-IF
005750     END-IF.

005760     PERFORM 2280-COMPARAR-BLOQUE THRU 2280-EXIT
005770         VARYING VAU-IDX-BLOQUE FROM 1 BY 1
005780         UNTIL VAU-IDX-BLOQUE > VAU-CANT-BLOQUES
005790            OR VAU-BLQ-CORRIDA(VAU-IDX-BLOQUE) = RUN-CORRIDA.

005800     IF VAU-IDX-BLOQUE <= VAU-CANT-BLOQUES
005810         MOVE VAU-IDX-BLOQUE TO VAU-IDX-PISTA
005820     END-IF.
005830 3200-EXIT.
005840     EXIT.

005850*----------------------------------------------------------------
005860*   3300-CONTROLAR-CUENTAS
005870*----------------------------------------------------------------
005880*   EL BLOQUE DE UNA CORRIDA QUE QUEDO EN RUNLOG DEBE TENER
005890*   TRAILER (SALVO QUE HAYA TERMINADO EN 16: UN ERROR DE E/S
005900*   SOBRE AUDITLOG NO DEJA GRABARLO). EN MODO LOTE LAS CLAVES
005910*   DEL TRAILER DEBEN SER RUN-CLAVES Y LOS DETALLES DEL BLOQUE
005920*   DEBEN SER RUN-CLAVES MENOS LAS ARRASTRADAS DEL CHECKPOINT Y
005930*   MENOS LOS RANGOS. EN CLAVE UNICA RUNLOG NO LLEVA CONTADORES.
005940*----------------------------------------------------------------
005950 3300-CONTROLAR-CUENTAS.
005960     MOVE RUN-CORRIDA TO VLA-CORRIDA.

005970     IF NOT VAU-BLQ-CON-TRAILER(VAU-IDX-BLOQUE)
005980         MOVE "BLOQUE SIN TRAILER" TO VLA-MOTIVO
005990         IF RUN-RC = 16
006000             PERFORM 8100-INFORMAR-AVISO THRU 8100-EXIT
006010         ELSE
006020             PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT
006030         END-IF
006040         GO TO 3300-EXIT
006050     END-IF.

006060     IF VAU-BLQ-TRL-MODO(VAU-IDX-BLOQUE) NOT = 'L'
006070         GO TO 3300-EXIT
006080     END-IF.

006090     IF VAU-BLQ-TRL-CLAVES(VAU-IDX-BLOQUE) NOT = RUN-CLAVES
006100         MOVE "CLAVES DEL TRAILER NO = RUNLOG" TO VLA-MOTIVO
006110         MOVE RUN-CLAVES TO VLA-ESPERADO
006120         MOVE VAU-BLQ-TRL-CLAVES(VAU-IDX-BLOQUE) TO VLA-HALLADO
006130         PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT
006140     END-IF.

006150     COMPUTE VAU-DETALLES-ESPERADOS =
006160         RUN-CLAVES
006170         - VAU-BLQ-TRL-ARRASTRE(VAU-IDX-BLOQUE)
006180         - VAU-BLQ-TRL-RANGOS(VAU-IDX-BLOQUE).

006190     IF VAU-DETALLES-ESPERADOS
006200             NOT = VAU-BLQ-DETALLES(VAU-IDX-BLOQUE)
006210         MOVE "AUDITORIAS NO CUADRAN RUN-CLAVES" TO VLA-MOTIVO
006220         MOVE VAU-DETALLES-ESPERADOS TO VLA-ESPERADO
006230         MOVE VAU-BLQ-DETALLES(VAU-IDX-BLOQUE) TO VLA-HALLADO
006240         PERFORM 8000-INFORMAR-ERROR THRU 8000-EXIT
006250     END-IF.
006260 3300-EXIT.
006270     EXIT.

006280*****************************************************************
006290*   4000-REVISAR-BLOQUES
006300*----------------------------------------------------------------
006310*   BLOQUES QUE NINGUNA CORRIDA DE RUNLOG RECLAMO. CON RUNLOG:
006320*   CON TRAILER ES UNA BITACORA INCOMPLETA (O UN FLUJO CUYA
006330*   BITACORA NO SE CONCATENO); SIN TRAILER ES UNA CORRIDA
006340*   INTERRUMPIDA. SIN RUNLOG SOLO SE AVISAN LOS BLOQUES SIN
006350*   TRAILER.
006360*****************************************************************
006370 4000-REVISAR-BLOQUES.
006380     MOVE ZERO TO VLA-POSICION.

006390     PERFORM 4100-REVISAR-UN-BLOQUE THRU 4100-EXIT
006400         VARYING VAU-IDX-BLOQUE FROM 1 BY 1
006410         UNTIL VAU-IDX-BLOQUE > VAU-CANT-BLOQUES.
006420 4000-EXIT.
006430     EXIT.

006440*----------------------------------------------------------------
006450*   4100-REVISAR-UN-BLOQUE
006460*----------------------------------------------------------------
006470 4100-REVISAR-UN-BLOQUE.
006480     IF NOT VAU-BLQ-CON-TRAILER(VAU-IDX-BLOQUE)
006490         ADD 1 TO VAU-BLOQUES-SIN-TRAILER
006500     END-IF.

006510     IF VAU-BLQ-EN-RUNLOG(VAU-IDX-BLOQUE)
006520         GO TO 4100-EXIT
006530     END-IF.

006540     MOVE VAU-BLQ-CORRIDA(VAU-IDX-BLOQUE) TO VLA-CORRIDA.
006550     MOVE VAU-BLQ-SECUENCIA(VAU-IDX-BLOQUE) TO VLA-SECUENCIA.

006560     IF VAU-BLQ-CON-TRAILER(VAU-IDX-BLOQUE)
006570         IF VAU-HAY-RUNLOG
006580             MOVE "CORRIDA SIN REGISTRO EN RUNLOG" TO VLA-MOTIVO
006590             PERFORM 8100-INFORMAR-AVISO THRU 8100-EXIT
006600         END-IF
006610     ELSE
006620         MOVE "CORRIDA INTERRUMPIDA SIN TRAILER" TO VLA-MOTIVO
006630         PERFORM 8100-INFORMAR-AVISO THRU 8100-EXIT
006640     END-IF.

006650     MOVE SPACES TO VLA-CORRIDA.
006660     MOVE ZERO TO VLA-SECUENCIA.
006670 4100-EXIT.
006680     EXIT.

006690*****************************************************************
006700*   5000-EMITIR-TOTALES
006710*----------------------------------------------------------------
006720*   TOTALES DE CONTROL DE LA VERIFICACION Y RETURN-CODE.
006730*****************************************************************
006740 5000-EMITIR-TOTALES.
006750     IF VAU-RENGLONES-ANOMALIA >= VAU-MAX-RENGLONES
006760         MOVE "SE OMITIERON LOS RENGLONES DE ANOMALIA SIGUIENTES -
006770-            " VER LOS TOTALES" TO REG-REPORTE
006780         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
006790     END-IF.

006800     MOVE SPACES TO REG-REPORTE.
006810     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.

006820     MOVE "REGISTROS LEIDOS DE AUDITLOG" TO VLK-DESCRIPCION.
006830     MOVE VAU-POSICION TO VLK-CANTIDAD.
006840     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

006850     MOVE "REGISTROS ANTERIORES A LA CADENA" TO VLK-DESCRIPCION.
006860     MOVE VAU-LEIDOS-PREVIOS TO VLK-CANTIDAD.
006870     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

006880     MOVE "DETALLES ENCADENADOS" TO VLK-DESCRIPCION.
006890     MOVE VAU-LEIDOS-DETALLES TO VLK-CANTIDAD.
006900     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

006910     MOVE "TRAILERS DE CORRIDA" TO VLK-DESCRIPCION.
006920     MOVE VAU-LEIDOS-TRAILERS TO VLK-CANTIDAD.
006930     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

006940     MOVE "BLOQUES DE CORRIDA" TO VLK-DESCRIPCION.
006950     MOVE VAU-CANT-BLOQUES TO VLK-CANTIDAD.
006960     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

006970     MOVE "BLOQUES SIN TRAILER" TO VLK-DESCRIPCION.
006980     MOVE VAU-BLOQUES-SIN-TRAILER TO VLK-CANTIDAD.
006990     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

007000     MOVE "REGISTROS LEIDOS DE RUNLOG" TO VLK-DESCRIPCION.
007010     MOVE VAU-RUN-LEIDOS TO VLK-CANTIDAD.
007020     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

007030     MOVE "CORRIDAS DE RUNLOG SIN IDENTIFICADOR" TO
007040         VLK-DESCRIPCION.
007050     MOVE VAU-RUN-SIN-CORRIDA TO VLK-CANTIDAD.
007060     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

007070     MOVE "CORRIDAS DE RUNLOG FUERA DEL PERIODO" TO
007080         VLK-DESCRIPCION.
007090     MOVE VAU-RUN-FUERA-PERIODO TO VLK-CANTIDAD.
007100     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

007110     MOVE "CORRIDAS CRUZADAS CON SU BLOQUE" TO VLK-DESCRIPCION.
007120     MOVE VAU-RUN-CRUZADAS TO VLK-CANTIDAD.
007130     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

007140     MOVE "ERRORES DE INTEGRIDAD" TO VLK-DESCRIPCION.
007150     MOVE VAU-CANT-ERRORES TO VLK-CANTIDAD.
007160     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

007170     MOVE "AVISOS" TO VLK-DESCRIPCION.
007180     MOVE VAU-CANT-AVISOS TO VLK-CANTIDAD.
007190     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

007200     MOVE 0 TO RETURN-CODE.

007210     IF VAU-CANT-AVISOS > ZERO
007220         MOVE 4 TO RETURN-CODE
007230     END-IF.

007240     IF VAU-CANT-ERRORES > ZERO
007250         MOVE 8 TO RETURN-CODE
007260         DISPLAY "VAU0008E LA CADENA DE AUDITORIA TIENE "
007270             VAU-CANT-ERRORES " ERRORES DE INTEGRIDAD - VER "
007280             "VAURPT"
007290     END-IF.

007300     DISPLAY "VAU0009I REGISTROS: " VAU-POSICION
007310         " BLOQUES: " VAU-CANT-BLOQUES
007320         " ERRORES: " VAU-CANT-ERRORES
007330         " AVISOS: " VAU-CANT-AVISOS.
007340 5000-EXIT.
007350     EXIT.

007360*----------------------------------------------------------------
007370*   5200-ESCRIBIR-CONTROL
007380*----------------------------------------------------------------
007390 5200-ESCRIBIR-CONTROL.
007400     WRITE REG-REPORTE FROM VAU-LINEA-CONTROL.
007410     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
007420 5200-EXIT.
007430     EXIT.

007440*****************************************************************
007450*   8000-INFORMAR-ERROR / 8100-INFORMAR-AVISO
007460*----------------------------------------------------------------
007470*   CUENTAN LA ANOMALIA Y DEJAN SU RENGLON CON LO QUE QUIEN LOS
007480*   PERFORMA CARGO EN EL RENGLON DE ANOMALIA. ESPERADO Y
007490*   HALLADO SE LIMPIAN DESPUES DE CADA RENGLON.
007500*****************************************************************
007510 8000-INFORMAR-ERROR.
007520     ADD 1 TO VAU-CANT-ERRORES.
007530     MOVE "ERROR " TO VLA-SEVERIDAD.
007540     PERFORM 8200-ESCRIBIR-ANOMALIA THRU 8200-EXIT.
007550 8000-EXIT.
007560     EXIT.

007570 8100-INFORMAR-AVISO.
007580     ADD 1 TO VAU-CANT-AVISOS.
007590     MOVE "AVISO " TO VLA-SEVERIDAD.
007600     PERFORM 8200-ESCRIBIR-ANOMALIA THRU 8200-EXIT.
007610 8100-EXIT.
007620     EXIT.

007630*----------------------------------------------------------------
007640*   8200-ESCRIBIR-ANOMALIA
007650*----------------------------------------------------------------
007660 8200-ESCRIBIR-ANOMALIA.
007670     IF VAU-RENGLONES-ANOMALIA < VAU-MAX-RENGLONES
007680         ADD 1 TO VAU-RENGLONES-ANOMALIA
007690         WRITE REG-REPORTE FROM VAU-LINEA-ANOMALIA
007700         PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT
007710     END-IF.

007720     MOVE ZERO TO VLA-ESPERADO.
007730     MOVE ZERO TO VLA-HALLADO.
007740 8200-EXIT.
007750     EXIT.

007760*****************************************************************
007770*   9000-FINALIZAR
007780*----------------------------------------------------------------
007790*   CIERRA LOS ARCHIVOS.
007800*****************************************************************
007810 9000-FINALIZAR.
007820     CLOSE ARCHIVO-AUDITORIA.
007830     IF VAU-HAY-RUNLOG
007840         CLOSE ARCHIVO-RUNLOG
007850     END-IF.
007860     CLOSE ARCHIVO-REPORTE.
007870 9000-EXIT.
007880     EXIT.
