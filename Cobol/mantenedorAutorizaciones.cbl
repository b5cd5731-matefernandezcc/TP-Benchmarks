000100*****************************************************************
000110*PROGRAM-ID.  MANTENEDORAUTORIZACIONES
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*INSTALLATION. CENTRO DE COMPUTOS
000140*DATE-WRITTEN. 2026-10-15
000150*DATE-COMPILED.
000160*----------------------------------------------------------------
000170*REMARKS.
000180*    MANTENIMIENTO DEL ARCHIVO DE AUTORIZACIONES ORIGAUT (LAYOUT
000190*    EN BLIAUTZ), QUE DICE QUE SISTEMA DE ORIGEN PUEDE CONSULTAR
000200*    QUE TABLA Y CON QUE TIPO DE TRANSACCION.
000210*    BUSQUEDALINEALIMPARES LO CONSULTA PARA RESPONDER "NO
000220*    AUTORIZADO" A TODO LO QUE NO FIGURA EN EL.
000230*
000240*    SE MANEJA CON TARJETAS DE CONTROL EN AUTCTL, UNA ACCION
000250*    POR REGISTRO:
000260*      ALTA  ORIGEN TABLA CLAVE-UNICA RANGO
000270*            AUTORIZA AL ORIGEN A CONSULTAR LA TABLA. CLAVE-UNICA
000280*            Y RANGO VALEN 'S' O 'N' (EN BLANCO ES 'N'); AL MENOS
000290*            UNO DEBE SER 'S'. UN PAR ORIGEN + TABLA YA
000300*            AUTORIZADO SE RECHAZA PARA NO PISAR SUS TIPOS POR
000310*            ACCIDENTE: SE DA DE BAJA Y SE VUELVE A DAR DE ALTA.
000320*      BAJA  ORIGEN TABLA
000330*            QUITA LA AUTORIZACION DEL ORIGEN SOBRE LA TABLA. CON
000340*            LA TABLA EN BLANCO QUITA TODAS LAS DEL ORIGEN.
000350*      LISTAR
000360*            LISTA EL ARCHIVO COMPLETO EN EL REPORTE.
000370*    (ACCION EN COLUMNAS 1-8, ORIGEN EN 10-13, TABLA EN 15-22,
000380*    CLAVE-UNICA EN 24 Y RANGO EN 26.)
000390*    EL ARCHIVO ACTUALIZADO SE GRABA EN AUTNEW; EL JCL LO DEJA
000400*    COMO NUEVO ORIGAUT AL TERMINAR EL PASO, IGUAL QUE ORIGNEW
000410*    CON ORIGMST. SI ORIGAUT TODAVIA NO EXISTE, SE PARTE DE UN
000420*    ARCHIVO VACIO.
000430*
000440*    RETURN-CODE: 0 = TODAS LAS ACCIONES PROCESADAS, 8 = ALGUNA
000450*    ACCION RECHAZADA, 16 = ERROR DE E/S O SIN TARJETAS.
000460*----------------------------------------------------------------
000470*MODIFICATION HISTORY.
000480*    2026-10-15  RE   VERSION ORIGINAL.
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     MantenedorAutorizaciones.
000520 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000530 INSTALLATION.   CENTRO DE COMPUTOS.
000540 DATE-WRITTEN.   15/10/2026.
000550 DATE-COMPILED.

000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.    IBM-370.
000590 OBJECT-COMPUTER.    IBM-370.
000600 SPECIAL-NAMES.
000610     DECIMAL-POINT IS COMMA.

000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640*----------------------------------------------------------------
000650*   TARJETAS DE CONTROL CON LAS ACCIONES DE MANTENIMIENTO.
000660*----------------------------------------------------------------
000670     SELECT ARCHIVO-CONTROL ASSIGN TO AUTCTL
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS MAU-EF-CONTROL.

000700*----------------------------------------------------------------
000710*   AUTORIZACIONES VIGENTES. SOLO LECTURA; EL RECAMBIO DEL
000720*   DATASET LO HACE EL JCL CON AUTNEW AL TERMINAR EL PASO.
000730*----------------------------------------------------------------
000740     SELECT ARCHIVO-AUTORIZACIONES ASSIGN TO ORIGAUT
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS MAU-EF-AUTORIZACIONES.

000770*----------------------------------------------------------------
000780*   NUEVO ARCHIVO CON LAS ACCIONES APLICADAS.
000790*----------------------------------------------------------------
000800     SELECT ARCHIVO-NUEVO ASSIGN TO AUTNEW
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS MAU-EF-NUEVO.

000830*----------------------------------------------------------------
000840*   REPORTE DEL MANTENIMIENTO.
000850*----------------------------------------------------------------
000860     SELECT ARCHIVO-REPORTE ASSIGN TO AUTRPT
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS MAU-EF-REPORTE.

000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ARCHIVO-CONTROL
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  REG-CONTROL.
000950     05  ACT-ACCION              PIC X(08).
000960         88  ACT-ACCION-ALTA              VALUE "ALTA".
000970         88  ACT-ACCION-BAJA              VALUE "BAJA".
000980         88  ACT-ACCION-LISTAR            VALUE "LISTAR".
000990     05  FILLER                  PIC X(01).
001000     05  ACT-ORIGEN              PIC X(04).
001010     05  FILLER                  PIC X(01).
001020     05  ACT-TABLA               PIC X(08).
001030     05  FILLER                  PIC X(01).
001040     05  ACT-CLAVE-UNICA         PIC X(01).
001050     05  FILLER                  PIC X(01).
001060     05  ACT-RANGO               PIC X(01).
001070     05  FILLER                  PIC X(54).

001080 FD  ARCHIVO-AUTORIZACIONES
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  REG-VIGENTE                 PIC X(80).

001120 FD  ARCHIVO-NUEVO
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  REG-NUEVO                   PIC X(80).

001160 FD  ARCHIVO-REPORTE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-REPORTE                 PIC X(132).

001200 WORKING-STORAGE SECTION.
001210*----------------------------------------------------------------
001220*   INDICADORES DE ESTADO DE ARCHIVO (IBM FILE STATUS).
001230*----------------------------------------------------------------
001240 01  MAU-EF-CONTROL              PIC X(02) VALUE SPACES.
001250     88  MAU-FIN-CONTROL                  VALUE '10'.
001260 01  MAU-EF-AUTORIZACIONES       PIC X(02) VALUE SPACES.
001270     88  MAU-FIN-AUTORIZACIONES           VALUE '10'.
001280 01  MAU-EF-NUEVO                PIC X(02) VALUE SPACES.
001290 01  MAU-EF-REPORTE              PIC X(02) VALUE SPACES.

001300*----------------------------------------------------------------
001310*   REGISTRO DE AUTORIZACION (LAYOUT BLIAUTZ) EN AREA DE
001320*   TRABAJO: SE LEE CON INTO Y SE GRABA CON FROM, ASI NINGUN
001330*   PARRAFO REFERENCIA EL AREA DE REGISTRO DE ORIGAUT, QUE SE
001340*   CIERRA AL TERMINAR LA CARGA (O NUNCA SE ABRE SI NO EXISTE).
001350*----------------------------------------------------------------
001360     COPY BLIAUTZ.

001370*----------------------------------------------------------------
001380*   AUTORIZACIONES EN MEMORIA: LAS VIGENTES MAS LAS ALTAS DE
001390*   ESTA CORRIDA. LAS BAJAS SOLO SE MARCAN Y NO SE GRABAN EN
001400*   AUTNEW AL CIERRE.
001410*----------------------------------------------------------------
001420 01  MAU-MAX-AUTORIZACIONES      PIC 9(03) VALUE 500.
001430 01  MAU-CANT-AUTORIZACIONES     PIC 9(03) VALUE ZERO.
001440 01  MAU-IDX-AUTORIZACION        PIC 9(03) VALUE ZERO.
001450 01  MAU-CANT-VIGENTES           PIC 9(03) VALUE ZERO.

001460 01  MAU-TABLA-AUTORIZACIONES.
001470     05  MAU-AUT OCCURS 500 TIMES.
001480         10  MAU-AUT-ORIGEN      PIC X(04).
001490         10  MAU-AUT-TABLA       PIC X(08).
001500         10  MAU-AUT-CLAVE-UNICA PIC X(01).
001510         10  MAU-AUT-RANGO       PIC X(01).
001520         10  MAU-AUT-SW-BAJA     PIC X(01).
001530             88  MAU-AUT-DADA-DE-BAJA     VALUE 'Y'.

001540 01  MAU-SW-AUTORIZACION-HALLADA PIC X(01) VALUE 'N'.
001550     88  MAU-AUTORIZACION-HALLADA         VALUE 'Y'.

001560 01  MAU-BAJAS-DEL-ORIGEN        PIC 9(03) VALUE ZERO.

001570*----------------------------------------------------------------
001580*   CONTADORES DEL RESUMEN FINAL.
001590*----------------------------------------------------------------
001600 01  MAU-ACCIONES-PROCESADAS     PIC 9(03) VALUE ZERO.
001610 01  MAU-ACCIONES-RECHAZADAS     PIC 9(03) VALUE ZERO.

001620*----------------------------------------------------------------
001630*   LAYOUTS DE LOS RENGLONES DEL REPORTE.
001640*----------------------------------------------------------------
001650 01  MAU-LINEA-LISTA.
001660     05  FILLER                  PIC X(07) VALUE "ORIGEN ".
001670     05  MLI-ORIGEN              PIC X(04).
001680     05  FILLER                  PIC X(07) VALUE " TABLA ".
001690     05  MLI-TABLA               PIC X(08).
001700     05  FILLER                  PIC X(13) VALUE " CLAVE UNICA ".
001710     05  MLI-CLAVE-UNICA         PIC X(01).
001720     05  FILLER                  PIC X(07) VALUE " RANGO ".
001730     05  MLI-RANGO               PIC X(01).
001740     05  FILLER                  PIC X(84) VALUE SPACES.

001750 01  MAU-LINEA-ACCION.
001760     05  FILLER                  PIC X(07) VALUE "ORIGEN ".
001770     05  MLA-ORIGEN              PIC X(04).
001780     05  FILLER                  PIC X(07) VALUE " TABLA ".
001790     05  MLA-TABLA               PIC X(08).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  MLA-RESULTADO           PIC X(30).
001820     05  FILLER                  PIC X(75) VALUE SPACES.

001830 01  MAU-LINEA-RECHAZO.
001840     05  FILLER                  PIC X(18) VALUE
001850         "ACCION RECHAZADA: ".
001860     05  MLX-ACCION              PIC X(08).
001870     05  FILLER                  PIC X(08) VALUE " ORIGEN ".
001880     05  MLX-ORIGEN              PIC X(04).
001890     05  FILLER                  PIC X(07) VALUE " TABLA ".
001900     05  MLX-TABLA               PIC X(08).
001910     05  FILLER                  PIC X(03) VALUE " - ".
001920     05  MLX-MOTIVO              PIC X(30).
001930     05  FILLER                  PIC X(46) VALUE SPACES.

001940 01  MAU-LINEA-RESUMEN.
001950     05  FILLER                  PIC X(21) VALUE
001960         "ACCIONES PROCESADAS: ".
001970     05  MLS-PROCESADAS          PIC 9(03).
001980     05  FILLER                  PIC X(13) VALUE "  RECHAZADAS ".
001990     05  MLS-RECHAZADAS          PIC 9(03).
002000     05  FILLER                  PIC X(92) VALUE SPACES.

002010 PROCEDURE DIVISION.
002020*****************************************************************
002030*   0000-MAINLINE
002040*----------------------------------------------------------------
002050*   PARRAFO PRINCIPAL: CARGA LAS AUTORIZACIONES VIGENTES, APLICA
002060*   LAS TARJETAS DE AUTCTL, GRABA EL ARCHIVO NUEVO EN AUTNEW Y
002070*   CIERRA CON EL RESUMEN Y EL RETURN-CODE.
002080*****************************************************************
002090 0000-MAINLINE.
002100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

002110     PERFORM 3100-LEER-ACCION THRU 3100-EXIT.

002120     IF MAU-FIN-CONTROL
002130         DISPLAY "MAU0004E AUTCTL SIN ACCIONES - NADA QUE HACER"
002140         MOVE "AUTCTL SIN ACCIONES - NADA QUE HACER"
002150             TO REG-REPORTE
002160         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
002170         MOVE 16 TO RETURN-CODE
002180         PERFORM 9000-FINALIZAR THRU 9000-EXIT
002190         STOP RUN
002200     END-IF.

002210     PERFORM 3000-PROCESAR-ACCION THRU 3000-EXIT
002220         UNTIL MAU-FIN-CONTROL.

002230     PERFORM 5000-GRABAR-ARCHIVO-NUEVO THRU 5000-EXIT.
002240     PERFORM 5500-CERRAR-MANTENIMIENTO THRU 5500-EXIT.

002250     PERFORM 9000-FINALIZAR THRU 9000-EXIT.

002260     STOP RUN.

002270*****************************************************************
002280*   1000-INICIALIZAR
002290*----------------------------------------------------------------
002300*   ABRE EL REPORTE, LAS TARJETAS Y EL ARCHIVO NUEVO, Y CARGA
002310*   LAS AUTORIZACIONES VIGENTES EN MEMORIA. UN ORIGAUT AUSENTE
002320*   NO ES ERROR: LA PRIMERA CORRIDA PARTE DE UN ARCHIVO VACIO.
002330*****************************************************************
002340 1000-INICIALIZAR.
002350     DISPLAY "MAU0001I INICIANDO MANTENIMIENTO DE LAS "
002360         "AUTORIZACIONES POR TABLA".

002370     OPEN OUTPUT ARCHIVO-REPORTE.
002380     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

002390     OPEN INPUT ARCHIVO-CONTROL.

002400     IF MAU-EF-CONTROL NOT = '00'
002410         DISPLAY "MAU0002E NO SE PUDO ABRIR AUTCTL - FILE "
002420             "STATUS " MAU-EF-CONTROL
002430         MOVE "AUTCTL AUSENTE - NO SE MANTUVO NADA"
002440             TO REG-REPORTE
002450         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
002460         MOVE 16 TO RETURN-CODE
002470         CLOSE ARCHIVO-REPORTE
002480         STOP RUN
002490     END-IF.

002500     OPEN OUTPUT ARCHIVO-NUEVO.
002510     PERFORM 1200-VALIDAR-EF-NUEVO THRU 1200-EXIT.

002520     PERFORM 1500-CARGAR-AUTORIZACIONES THRU 1500-EXIT.
002530 1000-EXIT.
002540     EXIT.

002550*----------------------------------------------------------------
002560*   1100-VALIDAR-EF-REPORTE
002570*----------------------------------------------------------------
002580 1100-VALIDAR-EF-REPORTE.
002590     IF MAU-EF-REPORTE NOT = '00'
002600         DISPLAY "MAU0005E ERROR DE E/S EN ARCHIVO-REPORTE - "
002610             "FILE STATUS " MAU-EF-REPORTE
002620         MOVE 16 TO RETURN-CODE
002630         PERFORM 9000-FINALIZAR THRU 9000-EXIT
002640         STOP RUN
002650     END-IF.
002660 1100-EXIT.
002670     EXIT.

002680*----------------------------------------------------------------
002690*   1150-ESCRIBIR-RENGLON
002700*----------------------------------------------------------------
002710 1150-ESCRIBIR-RENGLON.
002720     WRITE REG-REPORTE.
002730     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
002740 1150-EXIT.
002750     EXIT.

002760*----------------------------------------------------------------
002770*   1200-VALIDAR-EF-NUEVO
002780*----------------------------------------------------------------
002790*   VERIFICA EL FILE STATUS DE AUTNEW LUEGO DEL OPEN Y DE CADA
002800*   WRITE. EL JCL NO DEBE RECAMBIAR EL ARCHIVO VIVO SI ESTE PASO
002810*   NO TERMINA CON CODIGO CERO.
002820*----------------------------------------------------------------
002830 1200-VALIDAR-EF-NUEVO.
002840     IF MAU-EF-NUEVO NOT = '00'
002850         DISPLAY "MAU0006E ERROR DE E/S EN ARCHIVO-NUEVO - "
002860             "FILE STATUS " MAU-EF-NUEVO
002870         MOVE 16 TO RETURN-CODE
002880         PERFORM 9000-FINALIZAR THRU 9000-EXIT
002890         STOP RUN
002900     END-IF.
002910 1200-EXIT.
002920     EXIT.

002930*****************************************************************
002940*   1500-CARGAR-AUTORIZACIONES
002950*----------------------------------------------------------------
002960*   CARGA ORIGAUT EN MEMORIA. LOS REGISTROS INVALIDOS SE IGNORAN
002970*   CON AVISO (Y QUEDAN FUERA DEL ARCHIVO NUEVO, ASI EL RECAMBIO
002980*   DEL JCL LOS DEPURA).
002990*****************************************************************
003000 1500-CARGAR-AUTORIZACIONES.
003010     MOVE ZERO TO MAU-CANT-AUTORIZACIONES.

003020     OPEN INPUT ARCHIVO-AUTORIZACIONES.

003030     IF MAU-EF-AUTORIZACIONES NOT = '00'
003040         DISPLAY "MAU0007I ORIGAUT AUSENTE - SE PARTE DE UN "
003050             "ARCHIVO VACIO"
003060         GO TO 1500-EXIT
003070     END-IF.

003080     READ ARCHIVO-AUTORIZACIONES INTO REG-AUTORIZACION
003090         AT END
003100             MOVE '10' TO MAU-EF-AUTORIZACIONES
003110     END-READ.

003120     PERFORM 1550-CARGAR-UNA-AUTORIZACION THRU 1550-EXIT
003130         UNTIL MAU-FIN-AUTORIZACIONES.

003140     CLOSE ARCHIVO-AUTORIZACIONES.

003150     DISPLAY "MAU0008I AUTORIZACIONES CARGADAS: "
003160         MAU-CANT-AUTORIZACIONES.
003170 1500-EXIT.
003180     EXIT.

003190*----------------------------------------------------------------
003200*   1550-CARGAR-UNA-AUTORIZACION
003210*----------------------------------------------------------------
003220 1550-CARGAR-UNA-AUTORIZACION.
003230     IF AUT-ORIGEN = SPACES
003240     OR AUT-TABLA = SPACES
003250         DISPLAY "MAU0009I ORIGAUT: REGISTRO INVALIDO - SE "
003260             "IGNORA (" AUT-ORIGEN " " AUT-TABLA ")"
003270         GO TO 1550-SIGUIENTE
003280     END-IF.

003290     IF MAU-CANT-AUTORIZACIONES >= MAU-MAX-AUTORIZACIONES
003300         DISPLAY "MAU0010I ORIGAUT: SE ADMITEN HASTA "
003310             MAU-MAX-AUTORIZACIONES
003320             " AUTORIZACIONES - EXCEDENTES IGNORADAS"
003330         GO TO 1550-SIGUIENTE
003340     END-IF.

003350     ADD 1 TO MAU-CANT-AUTORIZACIONES.
003360     MOVE AUT-ORIGEN
003370         TO MAU-AUT-ORIGEN(MAU-CANT-AUTORIZACIONES).
003380     MOVE AUT-TABLA
003390         TO MAU-AUT-TABLA(MAU-CANT-AUTORIZACIONES).
003400     MOVE AUT-CLAVE-UNICA
003410         TO MAU-AUT-CLAVE-UNICA(MAU-CANT-AUTORIZACIONES).
003420     MOVE AUT-RANGO
003430         TO MAU-AUT-RANGO(MAU-CANT-AUTORIZACIONES).
003440     MOVE 'N'
003450         TO MAU-AUT-SW-BAJA(MAU-CANT-AUTORIZACIONES).

003460 1550-SIGUIENTE.
003470     READ ARCHIVO-AUTORIZACIONES INTO REG-AUTORIZACION
003480         AT END
003490             MOVE '10' TO MAU-EF-AUTORIZACIONES
003500     END-READ.
003510 1550-EXIT.
003520     EXIT.

003530*----------------------------------------------------------------
003540*   3100-LEER-ACCION
003550*----------------------------------------------------------------
003560 3100-LEER-ACCION.
003570     READ ARCHIVO-CONTROL
003580         AT END
003590             MOVE '10' TO MAU-EF-CONTROL
003600     END-READ.
003610 3100-EXIT.
003620     EXIT.

003630*****************************************************************
003640*   3000-PROCESAR-ACCION
003650*----------------------------------------------------------------
003660*   DESPACHA LA TARJETA LEIDA SEGUN SU ACCION.
003670*****************************************************************
003680 3000-PROCESAR-ACCION.
003690     IF ACT-ACCION-LISTAR
003700         PERFORM 3200-LISTAR-AUTORIZACIONES THRU 3200-EXIT
003710         ADD 1 TO MAU-ACCIONES-PROCESADAS
003720         GO TO 3000-SIGUIENTE
003730     END-IF.

003740     IF NOT ACT-ACCION-ALTA AND NOT ACT-ACCION-BAJA
003750         MOVE "ACCION DESCONOCIDA" TO MLX-MOTIVO
003760         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
003770         GO TO 3000-SIGUIENTE
003780     END-IF.

003790     IF ACT-ORIGEN = SPACES
003800         MOVE "FALTA EL CODIGO DE ORIGEN" TO MLX-MOTIVO
003810         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
003820         GO TO 3000-SIGUIENTE
003830     END-IF.

003840     IF ACT-ACCION-BAJA AND ACT-TABLA = SPACES
003850         PERFORM 3600-DAR-DE-BAJA-ORIGEN THRU 3600-EXIT
003860         GO TO 3000-SIGUIENTE
003870     END-IF.

003880     IF ACT-TABLA = SPACES
003890         MOVE "FALTA LA TABLA" TO MLX-MOTIVO
003900         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
003910         GO TO 3000-SIGUIENTE
003920     END-IF.

003930     PERFORM 3300-BUSCAR-AUTORIZACION THRU 3300-EXIT.

003940     IF ACT-ACCION-ALTA
003950         PERFORM 3400-DAR-DE-ALTA THRU 3400-EXIT
003960     ELSE
003970         PERFORM 3500-DAR-DE-BAJA THRU 3500-EXIT
003980     END-IF.

003990 3000-SIGUIENTE.
004000     PERFORM 3100-LEER-ACCION THRU 3100-EXIT.
004010 3000-EXIT.
004020     EXIT.

004030*----------------------------------------------------------------
004040*   3200-LISTAR-AUTORIZACIONES
004050*----------------------------------------------------------------
004060 3200-LISTAR-AUTORIZACIONES.
004070     MOVE ZERO TO MAU-CANT-VIGENTES.

004080     PERFORM 3250-LISTAR-UNA-AUTORIZACION THRU 3250-EXIT
004090         VARYING MAU-IDX-AUTORIZACION FROM 1 BY 1
004100         UNTIL MAU-IDX-AUTORIZACION > MAU-CANT-AUTORIZACIONES.

004110     IF MAU-CANT-VIGENTES = ZERO
004120         MOVE "ARCHIVO DE AUTORIZACIONES VACIO" TO REG-REPORTE
004130         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
004140     END-IF.
004150 3200-EXIT.
004160     EXIT.

004170*----------------------------------------------------------------
004180*   3250-LISTAR-UNA-AUTORIZACION
004190*----------------------------------------------------------------
004200 3250-LISTAR-UNA-AUTORIZACION.
004210     IF MAU-AUT-DADA-DE-BAJA(MAU-IDX-AUTORIZACION)
004220         GO TO 3250-EXIT
004230     END-IF.

004240     ADD 1 TO MAU-CANT-VIGENTES.
004250     MOVE MAU-AUT-ORIGEN(MAU-IDX-AUTORIZACION) TO MLI-ORIGEN.
004260     MOVE MAU-AUT-TABLA(MAU-IDX-AUTORIZACION)  TO MLI-TABLA.
004270     MOVE MAU-AUT-CLAVE-UNICA(MAU-IDX-AUTORIZACION)
004280         TO MLI-CLAVE-UNICA.
004290     MOVE MAU-AUT-RANGO(MAU-IDX-AUTORIZACION)  TO MLI-RANGO.
004300     WRITE REG-REPORTE FROM MAU-LINEA-LISTA.
004310     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
004320 3250-EXIT.
004330     EXIT.

004340*----------------------------------------------------------------
004350*   3300-BUSCAR-AUTORIZACION
004360*----------------------------------------------------------------
004370*   DEJA MAU-IDX-AUTORIZACION APUNTANDO A LA ENTRADA VIGENTE DE
004380*   ACT-ORIGEN + ACT-TABLA, SI LA HAY.
004390*----------------------------------------------------------------
004400 3300-BUSCAR-AUTORIZACION.
004410     MOVE 'N' TO MAU-SW-AUTORIZACION-HALLADA.

004420     PERFORM 3350-COMPARAR-AUTORIZACION THRU 3350-EXIT
004430         VARYING MAU-IDX-AUTORIZACION FROM 1 BY 1
004440         UNTIL MAU-IDX-AUTORIZACION > MAU-CANT-AUTORIZACIONES
004450            OR MAU-AUTORIZACION-HALLADA.

004460     IF MAU-AUTORIZACION-HALLADA
004470         SUBTRACT 1 FROM MAU-IDX-AUTORIZACION
004480     END-IF.
004490 3300-EXIT.
004500     EXIT.

004510*----------------------------------------------------------------
004520*   3350-COMPARAR-AUTORIZACION
004530*----------------------------------------------------------------
004540 3350-COMPARAR-AUTORIZACION.
004550     IF MAU-AUT-ORIGEN(MAU-IDX-AUTORIZACION) = ACT-ORIGEN
004560     AND MAU-AUT-TABLA(MAU-IDX-AUTORIZACION) = ACT-TABLA
004570     AND NOT MAU-AUT-DADA-DE-BAJA(MAU-IDX-AUTORIZACION)
004580         MOVE 'Y' TO MAU-SW-AUTORIZACION-HALLADA
004590     END-IF.
004600 3350-EXIT.
004610     EXIT.

004620*****************************************************************
004630*   3400-DAR-DE-ALTA
004640*----------------------------------------------------------------
004650*   AUTORIZA AL ORIGEN SOBRE LA TABLA. CADA TIPO VALE 'S' O 'N'
004660*   (EN BLANCO ES 'N') Y AL MENOS UNO DEBE SER 'S'. UN PAR YA
004670*   AUTORIZADO SE RECHAZA PARA NO PISAR SUS TIPOS POR ACCIDENTE.
004680*****************************************************************
004690 3400-DAR-DE-ALTA.
004700     IF ACT-CLAVE-UNICA = SPACE
004710         MOVE 'N' TO ACT-CLAVE-UNICA
004720     END-IF.

004730     IF ACT-RANGO = SPACE
004740         MOVE 'N' TO ACT-RANGO
004750     END-IF.

004760     IF (ACT-CLAVE-UNICA NOT = 'S' AND ACT-CLAVE-UNICA NOT = 'N')
004770     OR (ACT-RANGO NOT = 'S' AND ACT-RANGO NOT = 'N')
004780         MOVE "TIPO DEBE SER S O N" TO MLX-MOTIVO
004790         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
004800         GO TO 3400-EXIT
004810     END-IF.

004820     IF ACT-CLAVE-UNICA = 'N' AND ACT-RANGO = 'N'
004830         MOVE "NINGUN TIPO AUTORIZADO" TO MLX-MOTIVO
004840         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
004850         GO TO 3400-EXIT
004860     END-IF.

004870     IF MAU-AUTORIZACION-HALLADA
004880         MOVE "YA AUTORIZADO" TO MLX-MOTIVO
004890         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
004900         GO TO 3400-EXIT
004910     END-IF.

004920     IF MAU-CANT-AUTORIZACIONES >= MAU-MAX-AUTORIZACIONES
004930         MOVE "ARCHIVO COMPLETO" TO MLX-MOTIVO
004940         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
004950         GO TO 3400-EXIT
004960     END-IF.

004970     ADD 1 TO MAU-CANT-AUTORIZACIONES.
004980     MOVE ACT-ORIGEN
004990         TO MAU-AUT-ORIGEN(MAU-CANT-AUTORIZACIONES).
005000     MOVE ACT-TABLA
005010         TO MAU-AUT-TABLA(MAU-CANT-AUTORIZACIONES).
005020     MOVE ACT-CLAVE-UNICA
005030         TO MAU-AUT-CLAVE-UNICA(MAU-CANT-AUTORIZACIONES).
005040     MOVE ACT-RANGO
005050         TO MAU-AUT-RANGO(MAU-CANT-AUTORIZACIONES).
005060     MOVE 'N'
005070         TO MAU-AUT-SW-BAJA(MAU-CANT-AUTORIZACIONES).

005080     MOVE "AUTORIZADO" TO MLA-RESULTADO.
005090     PERFORM 3800-INFORMAR-ACCION THRU 3800-EXIT.
005100 3400-EXIT.
005110     EXIT.

005120*****************************************************************
005130*   3500-DAR-DE-BAJA
005140*----------------------------------------------------------------
005150*   QUITA LA AUTORIZACION DEL ORIGEN SOBRE LA TABLA. DESDE LA
005160*   PROXIMA CORRIDA SUS TRANSACCIONES CONTRA ESA TABLA SALEN
005170*   "NO AUTORIZADO".
005180*****************************************************************
005190 3500-DAR-DE-BAJA.
005200     IF NOT MAU-AUTORIZACION-HALLADA
005210         MOVE "NO ESTABA AUTORIZADO" TO MLX-MOTIVO
005220         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
005230         GO TO 3500-EXIT
005240     END-IF.

005250     MOVE 'Y' TO MAU-AUT-SW-BAJA(MAU-IDX-AUTORIZACION).
005260     MOVE "AUTORIZACION QUITADA" TO MLA-RESULTADO.
005270     PERFORM 3800-INFORMAR-ACCION THRU 3800-EXIT.
005280 3500-EXIT.
005290     EXIT.

005300*****************************************************************
005310*   3600-DAR-DE-BAJA-ORIGEN
005320*----------------------------------------------------------------
005330*   BAJA SIN TABLA: QUITA TODAS LAS AUTORIZACIONES DEL ORIGEN.
005340*****************************************************************
005350 3600-DAR-DE-BAJA-ORIGEN.
005360     MOVE ZERO TO MAU-BAJAS-DEL-ORIGEN.

005370     PERFORM 3650-DAR-DE-BAJA-SI-ORIGEN THRU 3650-EXIT
005380         VARYING MAU-IDX-AUTORIZACION FROM 1 BY 1
005390         UNTIL MAU-IDX-AUTORIZACION > MAU-CANT-AUTORIZACIONES.

005400     IF MAU-BAJAS-DEL-ORIGEN = ZERO
005410         MOVE "ORIGEN SIN AUTORIZACIONES" TO MLX-MOTIVO
005420         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
005430         GO TO 3600-EXIT
005440     END-IF.

005450     MOVE "*TODAS*" TO ACT-TABLA.
005460     MOVE "AUTORIZACIONES QUITADAS" TO MLA-RESULTADO.
005470     PERFORM 3800-INFORMAR-ACCION THRU 3800-EXIT.
005480 3600-EXIT.
005490     EXIT.

005500*----------------------------------------------------------------
005510*   3650-DAR-DE-BAJA-SI-ORIGEN
005520*----------------------------------------------------------------
005530 3650-DAR-DE-BAJA-SI-ORIGEN.
005540     IF MAU-AUT-ORIGEN(MAU-IDX-AUTORIZACION) = ACT-ORIGEN
005550     AND NOT MAU-AUT-DADA-DE-BAJA(MAU-IDX-AUTORIZACION)
005560         MOVE 'Y' TO MAU-AUT-SW-BAJA(MAU-IDX-AUTORIZACION)
005570         ADD 1 TO MAU-BAJAS-DEL-ORIGEN
005580     END-IF.
005590 3650-EXIT.
005600     EXIT.

005610*----------------------------------------------------------------
005620*   3800-INFORMAR-ACCION
005630*----------------------------------------------------------------
005640 3800-INFORMAR-ACCION.
005650     ADD 1 TO MAU-ACCIONES-PROCESADAS.

005660     MOVE ACT-ORIGEN TO MLA-ORIGEN.
005670     MOVE ACT-TABLA  TO MLA-TABLA.
005680     WRITE REG-REPORTE FROM MAU-LINEA-ACCION.
005690     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

005700     DISPLAY "MAU0011I ORIGEN " ACT-ORIGEN " TABLA " ACT-TABLA
005710         " " MLA-RESULTADO.
005720 3800-EXIT.
005730     EXIT.

005740*----------------------------------------------------------------
005750*   3900-RECHAZAR-ACCION
005760*----------------------------------------------------------------
005770 3900-RECHAZAR-ACCION.
005780     ADD 1 TO MAU-ACCIONES-RECHAZADAS.

005790     MOVE ACT-ACCION TO MLX-ACCION.
005800     MOVE ACT-ORIGEN TO MLX-ORIGEN.
005810     MOVE ACT-TABLA  TO MLX-TABLA.
005820     WRITE REG-REPORTE FROM MAU-LINEA-RECHAZO.
005830     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

005840     DISPLAY "MAU0012I ACCION RECHAZADA: " ACT-ACCION
005850         " ORIGEN " ACT-ORIGEN " TABLA " ACT-TABLA
005860         " - " MLX-MOTIVO.
005870 3900-EXIT.
005880     EXIT.

005890*****************************************************************
005900*   5000-GRABAR-ARCHIVO-NUEVO
005910*----------------------------------------------------------------
005920*   GRABA LAS AUTORIZACIONES EN MEMORIA QUE SIGUEN VIGENTES
005930*   (VIGENTES MAS ALTAS, MENOS BAJAS) EN AUTNEW, EN EL LAYOUT
005940*   BLIAUTZ.
005950*****************************************************************
005960 5000-GRABAR-ARCHIVO-NUEVO.
005970     MOVE ZERO TO MAU-CANT-VIGENTES.

005980     PERFORM 5100-GRABAR-UNA-AUTORIZACION THRU 5100-EXIT
005990         VARYING MAU-IDX-AUTORIZACION FROM 1 BY 1
006000         UNTIL MAU-IDX-AUTORIZACION > MAU-CANT-AUTORIZACIONES.
006010 5000-EXIT.
006020     EXIT.

006030*----------------------------------------------------------------
006040*   5100-GRABAR-UNA-AUTORIZACION
006050*----------------------------------------------------------------
006060 5100-GRABAR-UNA-AUTORIZACION.
006070     IF MAU-AUT-DADA-DE-BAJA(MAU-IDX-AUTORIZACION)
006080         GO TO 5100-EXIT
006090     END-IF.

006100     ADD 1 TO MAU-CANT-VIGENTES.
006110     MOVE SPACES TO REG-AUTORIZACION.
006120     MOVE MAU-AUT-ORIGEN(MAU-IDX-AUTORIZACION) TO AUT-ORIGEN.
006130     MOVE MAU-AUT-TABLA(MAU-IDX-AUTORIZACION)  TO AUT-TABLA.
006140     MOVE MAU-AUT-CLAVE-UNICA(MAU-IDX-AUTORIZACION)
006150         TO AUT-CLAVE-UNICA.
006160     MOVE MAU-AUT-RANGO(MAU-IDX-AUTORIZACION)  TO AUT-RANGO.
006170     WRITE REG-NUEVO FROM REG-AUTORIZACION.
006180     PERFORM 1200-VALIDAR-EF-NUEVO THRU 1200-EXIT.
006190 5100-EXIT.
006200     EXIT.

006210*****************************************************************
006220*   5500-CERRAR-MANTENIMIENTO
006230*----------------------------------------------------------------
006240*   ESCRIBE EL RESUMEN Y FIJA EL RETURN-CODE (0 TODO PROCESADO /
006250*   8 HUBO ACCIONES RECHAZADAS).
006260*****************************************************************
006270 5500-CERRAR-MANTENIMIENTO.
006280     MOVE MAU-ACCIONES-PROCESADAS TO MLS-PROCESADAS.
006290     MOVE MAU-ACCIONES-RECHAZADAS TO MLS-RECHAZADAS.
006300     WRITE REG-REPORTE FROM MAU-LINEA-RESUMEN.
006310     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

006320     IF MAU-ACCIONES-RECHAZADAS > ZERO
006330         MOVE 8 TO RETURN-CODE
006340     ELSE
006350         MOVE 0 TO RETURN-CODE
006360     END-IF.

006370     DISPLAY "MAU0013I ACCIONES PROCESADAS: "
006380         MAU-ACCIONES-PROCESADAS
006390         " RECHAZADAS: " MAU-ACCIONES-RECHAZADAS
006400         " AUTORIZACIONES VIGENTES: " MAU-CANT-VIGENTES.
006410 5500-EXIT.
006420     EXIT.

006430*****************************************************************
006440*   9000-FINALIZAR
006450*----------------------------------------------------------------
006460*   CIERRA LAS TARJETAS, EL ARCHIVO NUEVO Y EL REPORTE (ORIGAUT
006470*   YA QUEDO CERRADO AL TERMINAR SU CARGA).
006480*****************************************************************
006490 9000-FINALIZAR.
006500     CLOSE ARCHIVO-CONTROL.
006510     CLOSE ARCHIVO-NUEVO.
006520     CLOSE ARCHIVO-REPORTE.
006530 9000-EXIT.
006540     EXIT.
