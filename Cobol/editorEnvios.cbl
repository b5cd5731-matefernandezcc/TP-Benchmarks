000100*****************************************************************
000110*PROGRAM-ID.  EDITORENVIOS
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*INSTALLATION. CENTRO DE COMPUTOS
000140*DATE-WRITTEN. 2026-10-15
000150*DATE-COMPILED.
000160*----------------------------------------------------------------
000170*REMARKS.
000180*    EDICION DE ENTRADA DE LOS ENVIOS DE TRANSACCIONES. CORRE
000190*    ANTES DE BUSQUEDALINEALIMPARES: LEE LA CONCATENACION DE LOS
000200*    ARCHIVOS QUE DEJAN LOS ORIGENES (DD TRANSENV), DONDE CADA
000210*    ENVIO VIENE ENCERRADO ENTRE UNA CABECERA Y UN PIE (LAYOUT
000220*    REG-CONTROL-ENVIO DE BLITRAN), Y ARMA EL TRANSIN LIMPIO DE
000230*    LA CORRIDA SOLO CON LOS DETALLES DE LOS ENVIOS ACEPTADOS.
000240*
000250*    UN ENVIO SE RETIENE ENTERO (CABECERA, DETALLES Y PIE VAN AL
000260*    ARCHIVO DE RETENIDOS TRANSRET, TAL CUAL LLEGARON) CUANDO:
000270*      - LA CABECERA ES INVALIDA (ORIGEN EN BLANCO, FECHA O
000280*        SECUENCIA NO NUMERICAS);
000290*      - FALTA EL PIE (OTRA CABECERA O EL FIN DEL ARCHIVO LLEGAN
000300*        ANTES), QUE ES LO QUE DEJA UNA TRANSFERENCIA CORTADA;
000310*      - EL PIE NO REPITE EL ORIGEN, LA FECHA Y LA SECUENCIA DE
000320*        LA CABECERA, O SU CANTIDAD DE REGISTROS O SU TOTAL DE
000330*        CLAVES NO COINCIDEN CON LOS DETALLES LEIDOS;
000340*      - UN DETALLE TRAE OTRO TRANS-SISTEMA-ORIGEN QUE LA
000350*        CABECERA (EN BLANCO SE ADMITE);
000360*      - LA SECUENCIA ES IGUAL A LA DEL ULTIMO ENVIO ACEPTADO
000370*        DEL ORIGEN (REPETIDA) O NO ES LA SIGUIENTE (FUERA DE
000380*        ORDEN).
000390*    LOS DETALLES SUELTOS FUERA DE UN ENVIO, Y LOS PIES SIN
000400*    CABECERA, TAMBIEN SE RETIENEN.
000410*
000420*    LA ULTIMA SECUENCIA ACEPTADA DE CADA ORIGEN SE GUARDA ENTRE
000430*    CORRIDAS EN ENVSEC; LA VERSION ACTUALIZADA SE GRABA EN
000440*    ENVSECN Y EL JCL LA DEJA COMO NUEVO ENVSEC AL TERMINAR EL
000450*    PASO, IGUAL QUE ORIGNEW CON ORIGMST. EL PRIMER ENVIO DE UN
000460*    ORIGEN QUE TODAVIA NO FIGURA EN ENVSEC SE ACEPTA CON
000470*    CUALQUIER SECUENCIA, QUE PASA A SER SU PUNTO DE PARTIDA.
000480*
000490*    COMO UN ENVIO SOLO PUEDE JUZGARSE AL LLEGAR SU PIE, EL
000500*    ARCHIVO SE LEE DOS VECES: LA PRIMERA PASADA VALIDA CADA
000510*    ENVIO Y ANOTA CUANTOS REGISTROS FISICOS OCUPA, Y LA SEGUNDA
000520*    REPARTE ESOS REGISTROS ENTRE TRANSIN Y TRANSRET.
000530*
000531*    DETRAS DE LOS DETALLES ACEPTADOS SE AGREGAN A TRANSIN LAS
000532*    TRANSACCIONES LIBERADAS DEL SUSPENSO LA NOCHE ANTERIOR (DD
000533*    SUSPLIB, OPCIONAL, QUE DEJA MANTENEDORSUSPENSO). NO TRAEN
000534*    CABECERA NI PIE: PASAN TAL CUAL Y SE CUENTAN APARTE.
000535*
000540*    EL REPORTE ENVRPT LISTA CADA ENVIO CON SU VEREDICTO, UN
000550*    RESUMEN POR ORIGEN Y EL CONTROL DE REGISTROS.
000560*
000570*    RETURN-CODE: 0 = TODOS LOS ENVIOS ACEPTADOS, 4 = ALGUN
000580*    ENVIO RETENIDO O NINGUN ENVIO RECIBIDO, 16 = TRANSENV
000590*    AUSENTE, DEMASIADOS ENVIOS O ERROR DE E/S (EL JCL NO DEBE
000600*    CORRER LA BUSQUEDA NI RECAMBIAR ENVSEC).
000610*----------------------------------------------------------------
000620*MODIFICATION HISTORY.
000630*    2026-10-15  RE   VERSION ORIGINAL.
000633*    2026-10-15  RE   SE AGREGAN A TRANSIN LAS TRANSACCIONES
000636*                     LIBERADAS DEL SUSPENSO (DD SUSPLIB).
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID.     EditorEnvios.
000670 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000680 INSTALLATION.   CENTRO DE COMPUTOS.
000690 DATE-WRITTEN.   15/10/2026.
000700 DATE-COMPILED.

000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER.    IBM-370.
000740 OBJECT-COMPUTER.    IBM-370.
000750 SPECIAL-NAMES.
000760     DECIMAL-POINT IS COMMA.

000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790*----------------------------------------------------------------
000800*   ENVIOS DE LOS ORIGENES, CONCATENADOS POR OPERACIONES. SE LEE
000810*   DOS VECES (VER REMARKS).
000820*----------------------------------------------------------------
000830     SELECT ARCHIVO-ENVIOS ASSIGN TO TRANSENV
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS EDI-EF-ENVIOS.

000860*----------------------------------------------------------------
000870*   TRANSIN LIMPIO: LOS DETALLES DE LOS ENVIOS ACEPTADOS.
000880*----------------------------------------------------------------
000890     SELECT ARCHIVO-TRANSACCIONES ASSIGN TO TRANSIN
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS EDI-EF-TRANSACCIONES.

000920*----------------------------------------------------------------
000930*   ENVIOS RETENIDOS, COMPLETOS Y SIN MODIFICAR, PARA QUE EL
000940*   ORIGEN LOS CORRIJA Y LOS VUELVA A MANDAR.
000950*----------------------------------------------------------------
000960     SELECT ARCHIVO-RETENIDOS ASSIGN TO TRANSRET
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS EDI-EF-RETENIDOS.

000990*----------------------------------------------------------------
001000*   ULTIMA SECUENCIA ACEPTADA POR ORIGEN: VIGENTE Y NUEVA.
001010*----------------------------------------------------------------
001020     SELECT ARCHIVO-SECUENCIAS ASSIGN TO ENVSEC
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS EDI-EF-SECUENCIAS.

001050     SELECT ARCHIVO-SECUENCIAS-NUEVO ASSIGN TO ENVSECN
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS EDI-EF-SECUENCIAS-NUEVO.

001071*----------------------------------------------------------------
001072*   TRANSACCIONES LIBERADAS DEL SUSPENSO. OPCIONAL.
001073*----------------------------------------------------------------
001074     SELECT ARCHIVO-LIBERADAS ASSIGN TO SUSPLIB
001075         ORGANIZATION IS LINE SEQUENTIAL
001076         FILE STATUS IS EDI-EF-LIBERADAS.

001080*----------------------------------------------------------------
001090*   REPORTE DE LA EDICION DE ENTRADA.
001100*----------------------------------------------------------------
001110     SELECT ARCHIVO-REPORTE ASSIGN TO ENVRPT
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS EDI-EF-REPORTE.

001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  ARCHIVO-ENVIOS
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY BLITRAN.

001200 FD  ARCHIVO-TRANSACCIONES
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  REG-TRANSIN                 PIC X(80).

001240 FD  ARCHIVO-RETENIDOS
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  REG-RETENIDO                PIC X(80).

001280 FD  ARCHIVO-SECUENCIAS
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  REG-SECUENCIA-VIGENTE       PIC X(80).

001320 FD  ARCHIVO-SECUENCIAS-NUEVO
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  REG-SECUENCIA-NUEVA         PIC X(80).

001352 FD  ARCHIVO-LIBERADAS
001354     RECORDING MODE IS F
001356     LABEL RECORDS ARE STANDARD.
001358 01  REG-LIBERADA                PIC X(80).

001360 FD  ARCHIVO-REPORTE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 01  REG-REPORTE                 PIC X(132).

001400 WORKING-STORAGE SECTION.
001410*----------------------------------------------------------------
001420*   INDICADORES DE ESTADO DE ARCHIVO (IBM FILE STATUS).
001430*----------------------------------------------------------------
001440 01  EDI-EF-ENVIOS               PIC X(02) VALUE SPACES.
001450     88  EDI-FIN-ENVIOS                   VALUE '10'.
001460 01  EDI-EF-TRANSACCIONES        PIC X(02) VALUE SPACES.
001470 01  EDI-EF-RETENIDOS            PIC X(02) VALUE SPACES.
001480 01  EDI-EF-SECUENCIAS           PIC X(02) VALUE SPACES.
001490     88  EDI-FIN-SECUENCIAS               VALUE '10'.
001500 01  EDI-EF-SECUENCIAS-NUEVO     PIC X(02) VALUE SPACES.
001503 01  EDI-EF-LIBERADAS            PIC X(02) VALUE SPACES.
001506     88  EDI-FIN-LIBERADAS                VALUE '10'.
001510 01  EDI-EF-REPORTE              PIC X(02) VALUE SPACES.

001520*----------------------------------------------------------------
001530*   REGISTRO DE ENVSEC EN AREA DE TRABAJO: SE LEE CON INTO Y SE
001540*   GRABA CON FROM, ASI EL ARCHIVO NUEVO NO SE ARMA EN EL AREA
001550*   DE REGISTRO DEL VIGENTE, QUE A ESA ALTURA ESTA CERRADO.
001560*----------------------------------------------------------------
001570 01  REG-SECUENCIA.
001580     05  SEC-ORIGEN              PIC X(04).
001590     05  FILLER                  PIC X(01).
001600     05  SEC-FECHA-ENVIO         PIC 9(08).
001610     05  FILLER                  PIC X(01).
001620     05  SEC-SECUENCIA           PIC 9(05).
001630     05  FILLER                  PIC X(01).
001640     05  SEC-FECHA-PROCESO       PIC 9(08).
001650     05  FILLER                  PIC X(52).

001660 01  EDI-FECHA-CORRIDA           PIC 9(08) VALUE ZERO.

001670*----------------------------------------------------------------
001680*   ULTIMA SECUENCIA ACEPTADA POR ORIGEN, EN MEMORIA: LA DE
001690*   ENVSEC MAS LO ACEPTADO EN ESTA CORRIDA. SE GRABA COMPLETA EN
001700*   ENVSECN AL CIERRE.
001710*----------------------------------------------------------------
001720 01  EDI-MAX-SECUENCIAS          PIC 9(03) VALUE 100.
001730 01  EDI-CANT-SECUENCIAS         PIC 9(03) VALUE ZERO.
001740 01  EDI-IDX-SECUENCIA           PIC 9(03) VALUE ZERO.

001750 01  EDI-TABLA-SECUENCIAS.
001760     05  EDI-SEC OCCURS 100 TIMES.
001770         10  EDI-SEC-ORIGEN      PIC X(04).
001780         10  EDI-SEC-FECHA-ENVIO PIC 9(08).
001790         10  EDI-SEC-SECUENCIA   PIC 9(05).
001800         10  EDI-SEC-FECHA-PROCESO
001810                                 PIC 9(08).

001820 01  EDI-SECUENCIA-SIGUIENTE     PIC 9(06) VALUE ZERO.

001830*----------------------------------------------------------------
001840*   ENVIOS DE LA CORRIDA, EN EL ORDEN EN QUE LLEGARON. CADA
001850*   ENTRADA ES UN ENVIO O UN GRUPO DE REGISTROS SUELTOS, CON LA
001860*   CANTIDAD DE REGISTROS FISICOS QUE OCUPA EN TRANSENV (ASI LA
001870*   SEGUNDA PASADA SABE CUANTOS REPARTIR), SU VEREDICTO ('A'
001880*   ACEPTADO, 'R' RETENIDO) Y EL MOTIVO DE LA RETENCION.
001890*----------------------------------------------------------------
001900 01  EDI-MAX-ENVIOS              PIC 9(03) VALUE 500.
001910 01  EDI-CANT-ENVIOS             PIC 9(03) VALUE ZERO.
001920 01  EDI-IDX-ENVIO               PIC 9(03) VALUE ZERO.

001930 01  EDI-TABLA-ENVIOS.
001940     05  EDI-ENV OCCURS 500 TIMES.
001950         10  EDI-ENV-IDENTIFICACION.
001960             15  EDI-ENV-ORIGEN  PIC X(04).
001970             15  EDI-ENV-FECHA   PIC 9(08).
001980             15  EDI-ENV-SECUENCIA
001990                                 PIC 9(05).
002000         10  EDI-ENV-DECLARADOS  PIC 9(07).
002010         10  EDI-ENV-DETALLES    PIC 9(07).
002020         10  EDI-ENV-REGISTROS   PIC 9(07).
002030         10  EDI-ENV-ESTADO      PIC X(01).
002040             88  EDI-ENV-ACEPTADO         VALUE 'A'.
002050         10  EDI-ENV-MOTIVO      PIC X(30).

002060*----------------------------------------------------------------
002070*   ESTADO DE LA PRIMERA PASADA: SI HAY UN ENVIO ABIERTO (SE LEYO
002080*   SU CABECERA Y NO SU PIE) O UN GRUPO DE DETALLES SUELTOS EN
002090*   CURSO, Y EL TOTAL DE CLAVES ACUMULADO DEL ENVIO ABIERTO.
002100*----------------------------------------------------------------
002110 01  EDI-SW-ENVIO-ABIERTO        PIC X(01) VALUE 'N'.
002120     88  EDI-ENVIO-ABIERTO                VALUE 'Y'.
002130 01  EDI-SW-SUELTOS-ABIERTO      PIC X(01) VALUE 'N'.
002140     88  EDI-SUELTOS-ABIERTO              VALUE 'Y'.
002150 01  EDI-TOTAL-CLAVES            PIC 9(15) VALUE ZERO.

002160*----------------------------------------------------------------
002170*   RESUMEN POR ORIGEN PARA EL REPORTE. LA ULTIMA ENTRADA
002180*   ("****") RECIBE LOS ORIGENES QUE NO ENTRAN EN LA TABLA.
002190*----------------------------------------------------------------
002200 01  EDI-MAX-ORIGENES            PIC 9(03) VALUE 100.
002210 01  EDI-CANT-ORIGENES           PIC 9(03) VALUE ZERO.
002220 01  EDI-IDX-ORIGEN              PIC 9(03) VALUE ZERO.

002230 01  EDI-TABLA-ORIGENES.
002240     05  EDI-ORG OCCURS 100 TIMES.
002250         10  EDI-ORG-CODIGO      PIC X(04).
002260         10  EDI-ORG-ACEPTADOS   PIC 9(05).
002270         10  EDI-ORG-RETENIDOS   PIC 9(05).
002280         10  EDI-ORG-DETALLES    PIC 9(07).
002290         10  EDI-ORG-REG-RETENIDOS
002300                                 PIC 9(07).

002310*----------------------------------------------------------------
002320*   TOTALES DE LA CORRIDA.
002330*----------------------------------------------------------------
002340 01  EDI-LEIDOS                  PIC 9(07) VALUE ZERO.
002350 01  EDI-LEIDOS-REPARTO          PIC 9(07) VALUE ZERO.
002360 01  EDI-ENVIOS-ACEPTADOS        PIC 9(05) VALUE ZERO.
002370 01  EDI-ENVIOS-RETENIDOS        PIC 9(05) VALUE ZERO.
002380 01  EDI-GRABADOS-TRANSIN        PIC 9(07) VALUE ZERO.
002390 01  EDI-CONTROLES-ACEPTADOS     PIC 9(07) VALUE ZERO.
002400 01  EDI-GRABADOS-RETENIDOS      PIC 9(07) VALUE ZERO.
002410 01  EDI-CONTROL-REGISTROS       PIC 9(07) VALUE ZERO.
002415 01  EDI-LIBERADAS-TRANSIN       PIC 9(07) VALUE ZERO.

002420*----------------------------------------------------------------
002430*   LAYOUTS DE LOS RENGLONES DEL REPORTE.
002440*----------------------------------------------------------------
002450 01  EDI-LINEA-TITULO.
002460     05  FILLER                  PIC X(40) VALUE
002470         "EDICION DE ENTRADA DE ENVIOS - FECHA    ".
002480     05  ELT-FECHA               PIC 9(08).
002490     05  FILLER                  PIC X(84) VALUE SPACES.

002500 01  EDI-LINEA-ENVIO.
002510     05  FILLER                  PIC X(06) VALUE "ENVIO ".
002520     05  ELE-NUMERO              PIC 9(03).
002530     05  FILLER                  PIC X(08) VALUE " ORIGEN ".
002540     05  ELE-ORIGEN              PIC X(04).
002550     05  FILLER                  PIC X(07) VALUE " FECHA ".
002560     05  ELE-FECHA               PIC X(08).
002570     05  FILLER                  PIC X(05) VALUE " SEC ".
002580     05  ELE-SECUENCIA           PIC X(05).
002590     05  FILLER                  PIC X(12) VALUE " DECLARADOS ".
002600     05  ELE-DECLARADOS          PIC 9(07).
002610     05  FILLER                  PIC X(08) VALUE " LEIDOS ".
002620     05  ELE-DETALLES            PIC 9(07).
002630     05  FILLER                  PIC X(03) VALUE " - ".
002640     05  ELE-VEREDICTO           PIC X(10).
002650     05  ELE-MOTIVO              PIC X(30).
002660     05  FILLER                  PIC X(09) VALUE SPACES.

002670 01  EDI-LINEA-ORIGEN.
002680     05  FILLER                  PIC X(07) VALUE "ORIGEN ".
002690     05  ELO-ORIGEN              PIC X(04).
002700     05  FILLER                  PIC X(20) VALUE
002710         "  ENVIOS ACEPTADOS ".
002720     05  ELO-ACEPTADOS           PIC 9(05).
002730     05  FILLER                  PIC X(12) VALUE "  RETENIDOS ".
002740     05  ELO-RETENIDOS           PIC 9(05).
002750     05  FILLER                  PIC X(21) VALUE
002760         "  DETALLES A TRANSIN ".
002770     05  ELO-DETALLES            PIC 9(07).
002780     05  FILLER                  PIC X(24) VALUE
002790         "  REGISTROS A TRANSRET ".
002800     05  ELO-REG-RETENIDOS       PIC 9(07).
002810     05  FILLER                  PIC X(20) VALUE SPACES.

002820 01  EDI-LINEA-TOTAL.
002830     05  FILLER                  PIC X(04) VALUE SPACES.
002840     05  ELS-DESCRIPCION         PIC X(40).
002850     05  ELS-CANTIDAD            PIC 9(07).
002860     05  FILLER                  PIC X(81) VALUE SPACES.

002870 PROCEDURE DIVISION.
002880*****************************************************************
002890*   0000-MAINLINE
002900*----------------------------------------------------------------
002910*   PARRAFO PRINCIPAL: CARGA LAS SECUENCIAS, VALIDA LOS ENVIOS
002920*   EN UNA PRIMERA PASADA, LOS REPARTE ENTRE TRANSIN Y TRANSRET
002930*   EN UNA SEGUNDA, Y CIERRA CON EL REPORTE, ENVSECN Y EL
002940*   RETURN-CODE.
002950*****************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

002980     PERFORM 2000-VALIDAR-ENVIOS THRU 2000-EXIT.

002990     PERFORM 3000-REPARTIR-REGISTROS THRU 3000-EXIT.

003000     PERFORM 4000-EMITIR-REPORTE THRU 4000-EXIT.

003010     PERFORM 5000-CERRAR-EDICION THRU 5000-EXIT.

003020     PERFORM 9000-FINALIZAR THRU 9000-EXIT.

003030     STOP RUN.

003040*****************************************************************
003050*   1000-INICIALIZAR
003060*----------------------------------------------------------------
003070*   ABRE EL REPORTE, VERIFICA QUE TRANSENV EXISTA, ABRE LAS
003080*   SALIDAS Y CARGA LAS SECUENCIAS VIGENTES. UN ENVSEC AUSENTE
003090*   NO ES ERROR: LA PRIMERA CORRIDA PARTE SIN HISTORIA.
003100*****************************************************************
003110 1000-INICIALIZAR.
003120     DISPLAY "EDI0001I INICIANDO EDICION DE ENTRADA DE ENVIOS".

003130     ACCEPT EDI-FECHA-CORRIDA FROM DATE YYYYMMDD.

003140     OPEN OUTPUT ARCHIVO-REPORTE.
003150     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

003160     MOVE EDI-FECHA-CORRIDA TO ELT-FECHA.
003170     WRITE REG-REPORTE FROM EDI-LINEA-TITULO.
003180     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

003190     OPEN INPUT ARCHIVO-ENVIOS.

003200     IF EDI-EF-ENVIOS NOT = '00'
003210         MOVE "TRANSENV AUSENTE - NO SE ARMO TRANSIN"
003220             TO REG-REPORTE
003230         PERFORM 1900-ABANDONAR-EDICION THRU 1900-EXIT
003240     END-IF.

003250     OPEN OUTPUT ARCHIVO-TRANSACCIONES.
003260     OPEN OUTPUT ARCHIVO-RETENIDOS.
003270     OPEN OUTPUT ARCHIVO-SECUENCIAS-NUEVO.
003280     PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT.

003290     PERFORM 1500-CARGAR-SECUENCIAS THRU 1500-EXIT.
003300 1000-EXIT.
003310     EXIT.

003320*----------------------------------------------------------------
003330*   1100-VALIDAR-EF-REPORTE
003340*----------------------------------------------------------------
003350 1100-VALIDAR-EF-REPORTE.
003360     IF EDI-EF-REPORTE NOT = '00'
003370         DISPLAY "EDI0002E ERROR DE E/S EN ARCHIVO-REPORTE - "
003380             "FILE STATUS " EDI-EF-REPORTE
003390         MOVE 16 TO RETURN-CODE
003400         PERFORM 9000-FINALIZAR THRU 9000-EXIT
003410         STOP RUN
003420     END-IF.
003430 1100-EXIT.
003440     EXIT.

003450*----------------------------------------------------------------
003460*   1150-ESCRIBIR-RENGLON
003470*----------------------------------------------------------------
003480 1150-ESCRIBIR-RENGLON.
003490     WRITE REG-REPORTE.
003500     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
003510 1150-EXIT.
003520     EXIT.

003530*----------------------------------------------------------------
003540*   1200-VALIDAR-EF-SALIDAS
003550*----------------------------------------------------------------
003560*   VERIFICA EL FILE STATUS DE TRANSIN, TRANSRET Y ENVSECN
003570*   LUEGO DE CADA OPEN Y DE CADA WRITE. UN TRANSIN O UN ENVSECN
003580*   A MEDIAS ES PEOR QUE NINGUNO: LA CORRIDA SE DETIENE.
003590*----------------------------------------------------------------
003600 1200-VALIDAR-EF-SALIDAS.
003610     IF EDI-EF-TRANSACCIONES NOT = '00'
003620         DISPLAY "EDI0003E ERROR DE E/S EN TRANSIN - FILE "
003630             "STATUS " EDI-EF-TRANSACCIONES
003640         MOVE 16 TO RETURN-CODE
003650         PERFORM 9000-FINALIZAR THRU 9000-EXIT
003660         STOP RUN
003670     END-IF.

003680     IF EDI-EF-RETENIDOS NOT = '00'
003690         DISPLAY "EDI0004E ERROR DE E/S EN TRANSRET - FILE "
003700             "STATUS " EDI-EF-RETENIDOS
003710         MOVE 16 TO RETURN-CODE
003720         PERFORM 9000-FINALIZAR THRU 9000-EXIT
003730         STOP RUN
003740     END-IF.

003750     IF EDI-EF-SECUENCIAS-NUEVO NOT = '00'
003760         DISPLAY "EDI0005E ERROR DE E/S EN ENVSECN - FILE "
003770             "STATUS " EDI-EF-SECUENCIAS-NUEVO
003780         MOVE 16 TO RETURN-CODE
003790         PERFORM 9000-FINALIZAR THRU 9000-EXIT
003800         STOP RUN
003810     END-IF.
003820 1200-EXIT.
003830     EXIT.

003840*****************************************************************
003850*   1500-CARGAR-SECUENCIAS
003860*----------------------------------------------------------------
003870*   CARGA ENVSEC EN MEMORIA. LOS REGISTROS INVALIDOS SE IGNORAN
003880*   CON AVISO (Y QUEDAN FUERA DE ENVSECN).
003890*****************************************************************
003900 1500-CARGAR-SECUENCIAS.
003910     MOVE ZERO TO EDI-CANT-SECUENCIAS.

003920     OPEN INPUT ARCHIVO-SECUENCIAS.

003930     IF EDI-EF-SECUENCIAS NOT = '00'
003940         DISPLAY "EDI0006I ENVSEC AUSENTE - SE PARTE SIN "
003950             "SECUENCIAS PREVIAS"
003960         GO TO 1500-EXIT
003970     END-IF.

003980     READ ARCHIVO-SECUENCIAS INTO REG-SECUENCIA
003990         AT END
004000             MOVE '10' TO EDI-EF-SECUENCIAS
004010     END-READ.

004020     PERFORM 1550-CARGAR-UNA-SECUENCIA THRU 1550-EXIT
004030         UNTIL EDI-FIN-SECUENCIAS.

004040     CLOSE ARCHIVO-SECUENCIAS.

004050     DISPLAY "EDI0007I ORIGENES CON SECUENCIA PREVIA: "
004060         EDI-CANT-SECUENCIAS.
004070 1500-EXIT.
004080     EXIT.

004090*----------------------------------------------------------------
004100*   1550-CARGAR-UNA-SECUENCIA
004110*----------------------------------------------------------------
004120 1550-CARGAR-UNA-SECUENCIA.
004130     IF SEC-ORIGEN = SPACES
004140     OR SEC-SECUENCIA NOT NUMERIC
004150     OR SEC-FECHA-ENVIO NOT NUMERIC
004160         DISPLAY "EDI0008I ENVSEC: REGISTRO INVALIDO - SE "
004170             "IGNORA (" SEC-ORIGEN ")"
004180         GO TO 1550-SIGUIENTE
004190     END-IF.

004200     IF EDI-CANT-SECUENCIAS >= EDI-MAX-SECUENCIAS
004210         DISPLAY "EDI0009I ENVSEC: SE ADMITEN HASTA "
004220             EDI-MAX-SECUENCIAS " ORIGENES - EXCEDENTES IGNORADOS"
004230         GO TO 1550-SIGUIENTE
004240     END-IF.

004250     ADD 1 TO EDI-CANT-SECUENCIAS.
004260     MOVE SEC-ORIGEN  TO EDI-SEC-ORIGEN(EDI-CANT-SECUENCIAS).
004270     MOVE SEC-FECHA-ENVIO
004280         TO EDI-SEC-FECHA-ENVIO(EDI-CANT-SECUENCIAS).
004290     MOVE SEC-SECUENCIA
004300         TO EDI-SEC-SECUENCIA(EDI-CANT-SECUENCIAS).
004310     MOVE SEC-FECHA-PROCESO
004320         TO EDI-SEC-FECHA-PROCESO(EDI-CANT-SECUENCIAS).

004330 1550-SIGUIENTE.
004340     READ ARCHIVO-SECUENCIAS INTO REG-SECUENCIA
004350         AT END
004360             MOVE '10' TO EDI-EF-SECUENCIAS
004370     END-READ.
004380 1550-EXIT.
004390     EXIT.

004400*----------------------------------------------------------------
004410*   1900-ABANDONAR-EDICION
004420*----------------------------------------------------------------
004430*   SE DEJA CONSTANCIA (EL MOTIVO YA VIENE EN REG-REPORTE) Y SE
004440*   TERMINA CON CODIGO 16: EL JCL NO DEBE CORRER LA BUSQUEDA.
004450*----------------------------------------------------------------
004460 1900-ABANDONAR-EDICION.
004470     DISPLAY "EDI0010E " REG-REPORTE.
004480     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.
004490     MOVE 16 TO RETURN-CODE.
004500     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
004510     STOP RUN.
004520 1900-EXIT.
004530     EXIT.

004540*****************************************************************
004550*   2000-VALIDAR-ENVIOS
004560*----------------------------------------------------------------
004570*   PRIMERA PASADA: RECORRE TRANSENV, ARMA UNA ENTRADA POR
004580*   ENVIO (O POR GRUPO DE REGISTROS SUELTOS) Y LA JUZGA AL
004590*   CERRARSE. UN ENVIO QUE SIGUE ABIERTO AL FIN DEL ARCHIVO
004600*   LLEGO CORTADO.
004610*****************************************************************
004620 2000-VALIDAR-ENVIOS.
004630     PERFORM 2100-LEER-ENVIO THRU 2100-EXIT.

004640     PERFORM 2050-VALIDAR-REGISTRO THRU 2050-EXIT
004650         UNTIL EDI-FIN-ENVIOS.

004660     IF EDI-ENVIO-ABIERTO
004670         MOVE "FALTA EL PIE (ENVIO CORTADO)"
004680             TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
004690         PERFORM 2600-CERRAR-ENVIO THRU 2600-EXIT
004700     END-IF.

004710     IF EDI-SUELTOS-ABIERTO
004720         PERFORM 2600-CERRAR-ENVIO THRU 2600-EXIT
004730     END-IF.

004740     CLOSE ARCHIVO-ENVIOS.
004750 2000-EXIT.
004760     EXIT.

004770*----------------------------------------------------------------
004780*   2050-VALIDAR-REGISTRO
004790*----------------------------------------------------------------
004800 2050-VALIDAR-REGISTRO.
004810     ADD 1 TO EDI-LEIDOS.

004820     IF ENV-CABECERA
004830         PERFORM 2200-ABRIR-ENVIO THRU 2200-EXIT
004840     ELSE
004850         IF ENV-PIE
004860             PERFORM 2300-CONTROLAR-PIE THRU 2300-EXIT
004870         ELSE
004880             PERFORM 2400-CONTAR-DETALLE THRU 2400-EXIT
004890         END-IF
004900     END-IF.

004910     PERFORM 2100-LEER-ENVIO THRU 2100-EXIT.
004920 2050-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------
004950*   2100-LEER-ENVIO
004960*----------------------------------------------------------------
004970 2100-LEER-ENVIO.
004980     READ ARCHIVO-ENVIOS
004990         AT END
005000             MOVE '10' TO EDI-EF-ENVIOS
005010     END-READ.
005020 2100-EXIT.
005030     EXIT.

005040*----------------------------------------------------------------
005050*   2200-ABRIR-ENVIO
005060*----------------------------------------------------------------
005070*   UNA CABECERA CIERRA LO QUE HUBIERA EN CURSO (UN ENVIO ABIERTO
005080*   SE RETIENE POR FALTA DE PIE) Y ABRE UNA ENTRADA NUEVA. UNA
005090*   CABECERA INVALIDA IGUAL ABRE EL ENVIO, PARA RETENERLO
005100*   COMPLETO HASTA SU PIE.
005110*----------------------------------------------------------------
005120 2200-ABRIR-ENVIO.
005130     IF EDI-ENVIO-ABIERTO
005140         MOVE "FALTA EL PIE (ENVIO CORTADO)"
005150             TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
005160         PERFORM 2600-CERRAR-ENVIO THRU 2600-EXIT
005170     END-IF.

005180     IF EDI-SUELTOS-ABIERTO
005190         PERFORM 2600-CERRAR-ENVIO THRU 2600-EXIT
005200     END-IF.

005210     PERFORM 2500-AGREGAR-ENVIO THRU 2500-EXIT.
005220     MOVE 'Y' TO EDI-SW-ENVIO-ABIERTO.
005230     MOVE ZERO TO EDI-TOTAL-CLAVES.
005240     MOVE 1 TO EDI-ENV-REGISTROS(EDI-IDX-ENVIO).
005250     MOVE ENV-SISTEMA-ORIGEN TO EDI-ENV-ORIGEN(EDI-IDX-ENVIO).

005260     IF ENV-SISTEMA-ORIGEN = SPACES
005270     OR ENV-FECHA-ENVIO NOT NUMERIC
005280     OR ENV-SECUENCIA NOT NUMERIC
005290         MOVE "CABECERA INVALIDA" TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
005300         GO TO 2200-EXIT
005310     END-IF.

005320     MOVE ENV-IDENTIFICACION
005330         TO EDI-ENV-IDENTIFICACION(EDI-IDX-ENVIO).
005340 2200-EXIT.
005350     EXIT.

005360*----------------------------------------------------------------
005370*   2300-CONTROLAR-PIE
005380*----------------------------------------------------------------
005390*   UN PIE SIN ENVIO ABIERTO SE RETIENE SOLO. SI HAY ENVIO, EL
005400*   PIE DEBE REPETIR SU IDENTIFICACION Y CUADRAR CANTIDAD Y
005410*   TOTAL DE CLAVES; RECIEN ENTONCES SE CONTROLA LA SECUENCIA.
005420*   EL PRIMER MOTIVO HALLADO ES EL QUE QUEDA.
005430*----------------------------------------------------------------
005440 2300-CONTROLAR-PIE.
005450     IF EDI-SUELTOS-ABIERTO
005460         PERFORM 2600-CERRAR-ENVIO THRU 2600-EXIT
005470     END-IF.

005480     IF NOT EDI-ENVIO-ABIERTO
005490         PERFORM 2500-AGREGAR-ENVIO THRU 2500-EXIT
005500         MOVE 1 TO EDI-ENV-REGISTROS(EDI-IDX-ENVIO)
005510         MOVE ENV-SISTEMA-ORIGEN TO EDI-ENV-ORIGEN(EDI-IDX-ENVIO)
005520         MOVE "PIE SIN CABECERA" TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
005530         PERFORM 2600-CERRAR-ENVIO THRU 2600-EXIT
005540         GO TO 2300-EXIT
005550     END-IF.

005560     ADD 1 TO EDI-ENV-REGISTROS(EDI-IDX-ENVIO).

005570     IF ENV-CANT-REGISTROS NUMERIC
005580         MOVE ENV-CANT-REGISTROS
005590             TO EDI-ENV-DECLARADOS(EDI-IDX-ENVIO)
005600     END-IF.

005610     IF EDI-ENV-MOTIVO(EDI-IDX-ENVIO) NOT = SPACES
005620         GO TO 2300-CERRAR
005630     END-IF.

005640     IF ENV-IDENTIFICACION NOT =
005650         EDI-ENV-IDENTIFICACION(EDI-IDX-ENVIO)
005660         MOVE "PIE NO CORRESPONDE A CABECERA"
005670             TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
005680         GO TO 2300-CERRAR
005690     END-IF.

005700     IF ENV-CANT-REGISTROS NOT NUMERIC
005710     OR ENV-TOTAL-CLAVES NOT NUMERIC
005720         MOVE "PIE INVALIDO" TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
005730         GO TO 2300-CERRAR
005740     END-IF.

005750     IF ENV-CANT-REGISTROS NOT = EDI-ENV-DETALLES(EDI-IDX-ENVIO)
005760         MOVE "CANTIDAD DE DETALLES NO CUADRA"
005770             TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
005780         GO TO 2300-CERRAR
005790     END-IF.

005800     IF ENV-TOTAL-CLAVES NOT = EDI-TOTAL-CLAVES
005810         MOVE "TOTAL DE CLAVES NO CUADRA"
005820             TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
005830         GO TO 2300-CERRAR
005840     END-IF.

005850     PERFORM 2700-CONTROLAR-SECUENCIA THRU 2700-EXIT.

005860 2300-CERRAR.
005870     PERFORM 2600-CERRAR-ENVIO THRU 2600-EXIT.
005880 2300-EXIT.
005890     EXIT.

005900*----------------------------------------------------------------
005910*   2400-CONTAR-DETALLE
005920*----------------------------------------------------------------
005930*   UN DETALLE DENTRO DE UN ENVIO SUMA A SU CANTIDAD Y A SU
005940*   TOTAL DE CLAVES. FUERA DE UN ENVIO, SE AGRUPA CON LOS
005950*   SUELTOS QUE LO PRECEDEN, O ABRE UN GRUPO NUEVO.
005960*----------------------------------------------------------------
005970 2400-CONTAR-DETALLE.
005980     IF NOT EDI-ENVIO-ABIERTO
005990     AND NOT EDI-SUELTOS-ABIERTO
006000         PERFORM 2500-AGREGAR-ENVIO THRU 2500-EXIT
006010         MOVE 'Y' TO EDI-SW-SUELTOS-ABIERTO
006020         MOVE TRANS-SISTEMA-ORIGEN
006030             TO EDI-ENV-ORIGEN(EDI-IDX-ENVIO)
006040         MOVE "DETALLES SIN CABECERA"
006050             TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
006060     END-IF.

006070     ADD 1 TO EDI-ENV-REGISTROS(EDI-IDX-ENVIO).
006080     ADD 1 TO EDI-ENV-DETALLES(EDI-IDX-ENVIO).

006090     IF EDI-SUELTOS-ABIERTO
006100         GO TO 2400-EXIT
006110     END-IF.

006120     IF TRANS-CLAVE NUMERIC
006130         ADD TRANS-CLAVE TO EDI-TOTAL-CLAVES
006140     END-IF.

006150     IF TRANS-SISTEMA-ORIGEN NOT = SPACES
006160     AND TRANS-SISTEMA-ORIGEN NOT = EDI-ENV-ORIGEN(EDI-IDX-ENVIO)
006170     AND EDI-ENV-MOTIVO(EDI-IDX-ENVIO) = SPACES
006180         MOVE "DETALLE DE OTRO ORIGEN"
006190             TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
006200     END-IF.
006210 2400-EXIT.
006220     EXIT.

006230*----------------------------------------------------------------
006240*   2500-AGREGAR-ENVIO
006250*----------------------------------------------------------------
006260*   ABRE UNA ENTRADA NUEVA EN LA TABLA DE ENVIOS. SIN LUGAR NO
006270*   SE PUEDE REPARTIR NADA CON CERTEZA: SE TERMINA CON CODIGO
006280*   16 Y EL JCL NO CORRE LA BUSQUEDA.
006290*----------------------------------------------------------------
006300 2500-AGREGAR-ENVIO.
006310     IF EDI-CANT-ENVIOS >= EDI-MAX-ENVIOS
006320         MOVE SPACES TO REG-REPORTE
006330         STRING "TRANSENV TRAE MAS DE " DELIMITED BY SIZE
006340             EDI-MAX-ENVIOS DELIMITED BY SIZE
006350             " ENVIOS - NO SE ARMO TRANSIN" DELIMITED BY SIZE
006360             INTO REG-REPORTE
006370         PERFORM 1900-ABANDONAR-EDICION THRU 1900-EXIT
006380     END-IF.

006390     ADD 1 TO EDI-CANT-ENVIOS.
006400     MOVE EDI-CANT-ENVIOS TO EDI-IDX-ENVIO.
006410     MOVE SPACES TO EDI-ENV-ORIGEN(EDI-IDX-ENVIO).
006420     MOVE ZERO   TO EDI-ENV-FECHA(EDI-IDX-ENVIO).
006430     MOVE ZERO   TO EDI-ENV-SECUENCIA(EDI-IDX-ENVIO).
006440     MOVE ZERO   TO EDI-ENV-DECLARADOS(EDI-IDX-ENVIO).
006450     MOVE ZERO   TO EDI-ENV-DETALLES(EDI-IDX-ENVIO).
006460     MOVE ZERO   TO EDI-ENV-REGISTROS(EDI-IDX-ENVIO).
006470     MOVE 'R'    TO EDI-ENV-ESTADO(EDI-IDX-ENVIO).
006480     MOVE SPACES TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO).
006490 2500-EXIT.
006500     EXIT.

006510*----------------------------------------------------------------
006520*   2600-CERRAR-ENVIO
006530*----------------------------------------------------------------
006540*   CIERRA LA ENTRADA EN CURSO: SIN MOTIVO DE RETENCION QUEDA
006550*   ACEPTADA.
006560*----------------------------------------------------------------
006570 2600-CERRAR-ENVIO.
006580     IF EDI-ENV-MOTIVO(EDI-IDX-ENVIO) = SPACES
006590         MOVE 'A' TO EDI-ENV-ESTADO(EDI-IDX-ENVIO)
006600     ELSE
006610         MOVE 'R' TO EDI-ENV-ESTADO(EDI-IDX-ENVIO)
006620     END-IF.

006630     MOVE 'N' TO EDI-SW-ENVIO-ABIERTO.
006640     MOVE 'N' TO EDI-SW-SUELTOS-ABIERTO.
006650 2600-EXIT.
006660     EXIT.

006670*----------------------------------------------------------------
006680*   2700-CONTROLAR-SECUENCIA
006690*----------------------------------------------------------------
006700*   EL ENVIO CUADRO: SU SECUENCIA DEBE SER LA SIGUIENTE A LA
006710*   ULTIMA ACEPTADA DEL ORIGEN. SI LO ES (O ES EL PRIMER ENVIO
006720*   DEL ORIGEN), PASA A SER LA ULTIMA ACEPTADA, ASI UN SEGUNDO
006730*   ENVIO DEL MISMO ORIGEN EN LA MISMA CORRIDA SE CONTROLA
006740*   CONTRA ESTE.
006750*----------------------------------------------------------------
006760 2700-CONTROLAR-SECUENCIA.
006770     PERFORM 2750-COMPARAR-SECUENCIA THRU 2750-EXIT
006780         VARYING EDI-IDX-SECUENCIA FROM 1 BY 1
006790         UNTIL EDI-IDX-SECUENCIA > EDI-CANT-SECUENCIAS
006800            OR EDI-SEC-ORIGEN(EDI-IDX-SECUENCIA)
006810               = EDI-ENV-ORIGEN(EDI-IDX-ENVIO).

006820     IF EDI-IDX-SECUENCIA > EDI-CANT-SECUENCIAS
006830         IF EDI-CANT-SECUENCIAS >= EDI-MAX-SECUENCIAS
006840             MOVE "SIN LUGAR EN ENVSEC"
006850                 TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
006860             GO TO 2700-EXIT
006870         END-IF
006880         ADD 1 TO EDI-CANT-SECUENCIAS
006890         MOVE EDI-CANT-SECUENCIAS TO EDI-IDX-SECUENCIA
006900         MOVE EDI-ENV-ORIGEN(EDI-IDX-ENVIO)
006910             TO EDI-SEC-ORIGEN(EDI-IDX-SECUENCIA)
006920         GO TO 2700-ACEPTAR
006930     END-IF.

006940     IF EDI-ENV-SECUENCIA(EDI-IDX-ENVIO)
006950         = EDI-SEC-SECUENCIA(EDI-IDX-SECUENCIA)
006960         MOVE "SECUENCIA REPETIDA"
006970             TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
006980         GO TO 2700-EXIT
006990     END-IF.

007000     COMPUTE EDI-SECUENCIA-SIGUIENTE =
007010         EDI-SEC-SECUENCIA(EDI-IDX-SECUENCIA) + 1.

007020     IF EDI-ENV-SECUENCIA(EDI-IDX-ENVIO)
007030         NOT = EDI-SECUENCIA-SIGUIENTE
007040         MOVE "SECUENCIA FUERA DE ORDEN"
007050             TO EDI-ENV-MOTIVO(EDI-IDX-ENVIO)
007060         GO TO 2700-EXIT
007070     END-IF.

007080 2700-ACEPTAR.
007090     MOVE EDI-ENV-FECHA(EDI-IDX-ENVIO)
007100         TO EDI-SEC-FECHA-ENVIO(EDI-IDX-SECUENCIA).
007110     MOVE EDI-ENV-SECUENCIA(EDI-IDX-ENVIO)
007120         TO EDI-SEC-SECUENCIA(EDI-IDX-SECUENCIA).
007130     MOVE EDI-FECHA-CORRIDA
007140         TO EDI-SEC-FECHA-PROCESO(EDI-IDX-SECUENCIA).
007150 2700-EXIT.
007160     EXIT.

007170*----------------------------------------------------------------
007180*   2750-COMPARAR-SECUENCIA
007190*----------------------------------------------------------------
007200*   PARRAFO VACIO: EL VARYING QUE LO PERFORMA SOLO AVANZA EL
007210*   SUBINDICE HASTA HALLAR EL ORIGEN O AGOTAR LAS ENTRADAS.
007220*----------------------------------------------------------------
007230 2750-COMPARAR-SECUENCIA.
007240     CONTINUE.
007250 2750-EXIT.
007260     EXIT.

007270*****************************************************************
007280*   3000-REPARTIR-REGISTROS
007290*----------------------------------------------------------------
007300*   SEGUNDA PASADA: VUELVE A LEER TRANSENV Y, ENVIO POR ENVIO,
007310*   MANDA LOS DETALLES DE LOS ACEPTADOS A TRANSIN (SIN CABECERA
007320*   NI PIE) Y LOS REGISTROS DE LOS RETENIDOS, TODOS, A TRANSRET.
007330*****************************************************************
007340 3000-REPARTIR-REGISTROS.
007350     OPEN INPUT ARCHIVO-ENVIOS.

007360     IF EDI-EF-ENVIOS NOT = '00'
007370         MOVE "TRANSENV NO SE PUDO REABRIR - NO SE ARMO TRANSIN"
007380             TO REG-REPORTE
007390         PERFORM 1900-ABANDONAR-EDICION THRU 1900-EXIT
007400     END-IF.

007410     PERFORM 3100-REPARTIR-UN-ENVIO THRU 3100-EXIT
007420         VARYING EDI-IDX-ENVIO FROM 1 BY 1
007430         UNTIL EDI-IDX-ENVIO > EDI-CANT-ENVIOS.

007435     PERFORM 3500-AGREGAR-LIBERADAS THRU 3500-EXIT.
007440 3000-EXIT.
007450     EXIT.

007460*----------------------------------------------------------------
007470*   3100-REPARTIR-UN-ENVIO
007480*----------------------------------------------------------------
007490 3100-REPARTIR-UN-ENVIO.
007500     IF EDI-ENV-ACEPTADO(EDI-IDX-ENVIO)
007510         ADD 1 TO EDI-ENVIOS-ACEPTADOS
007520     ELSE
007530         ADD 1 TO EDI-ENVIOS-RETENIDOS
007540     END-IF.

007550     PERFORM 3200-REPARTIR-UN-REGISTRO THRU 3200-EXIT
007560         EDI-ENV-REGISTROS(EDI-IDX-ENVIO) TIMES.
007570 3100-EXIT.
007580     EXIT.

007590*----------------------------------------------------------------
007600*   3200-REPARTIR-UN-REGISTRO
007610*----------------------------------------------------------------
007620*   SI TRANSENV TERMINA ANTES DE LO CONTADO EN LA PRIMERA
007630*   PASADA, EL DATASET CAMBIO ENTRE LAS DOS LECTURAS Y NADA DE
007640*   LO REPARTIDO ES CONFIABLE: SE TERMINA CON CODIGO 16.
007650*----------------------------------------------------------------
007660 3200-REPARTIR-UN-REGISTRO.
007670     PERFORM 2100-LEER-ENVIO THRU 2100-EXIT.

007680     IF EDI-FIN-ENVIOS
007690         MOVE "TRANSENV CAMBIO ENTRE LAS DOS PASADAS"
007700             TO REG-REPORTE
007710         PERFORM 1900-ABANDONAR-EDICION THRU 1900-EXIT
007720     END-IF.

007730     ADD 1 TO EDI-LEIDOS-REPARTO.

007740     IF NOT EDI-ENV-ACEPTADO(EDI-IDX-ENVIO)
007750         WRITE REG-RETENIDO FROM REG-TRANSACCION
007760         PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT
007770         ADD 1 TO EDI-GRABADOS-RETENIDOS
007780         GO TO 3200-EXIT
007790     END-IF.

007800     IF ENV-CABECERA OR ENV-PIE
007810         ADD 1 TO EDI-CONTROLES-ACEPTADOS
007820         GO TO 3200-EXIT
007830     END-IF.

007840     WRITE REG-TRANSIN FROM REG-TRANSACCION.
007850     PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT.
007860     ADD 1 TO EDI-GRABADOS-TRANSIN.
007870 3200-EXIT.
007880     EXIT.

007881*----------------------------------------------------------------
007882*   3500-AGREGAR-LIBERADAS
007883*----------------------------------------------------------------
007884*   COPIA A TRANSIN LAS TRANSACCIONES DE SUSPLIB. NO SON PARTE
007885*   DE NINGUN ENVIO NI DE LO LEIDO DE TRANSENV, ASI QUE NO
007886*   ENTRAN EN EL CONTROL DE REGISTROS.
007887*----------------------------------------------------------------
007888 3500-AGREGAR-LIBERADAS.
007889     OPEN INPUT ARCHIVO-LIBERADAS.

007890     IF EDI-EF-LIBERADAS NOT = '00'
007891         GO TO 3500-EXIT
007892     END-IF.

007893     READ ARCHIVO-LIBERADAS
007894         AT END
007895             MOVE '10' TO EDI-EF-LIBERADAS
007896     END-READ.

007897     PERFORM 3550-AGREGAR-UNA-LIBERADA THRU 3550-EXIT
007898         UNTIL EDI-FIN-LIBERADAS.

007899     CLOSE ARCHIVO-LIBERADAS.

007900     DISPLAY "EDI0012I TRANSACCIONES LIBERADAS DEL SUSPENSO: "
007901         EDI-LIBERADAS-TRANSIN.
007902 3500-EXIT.
007903     EXIT.

007904*----------------------------------------------------------------
007905*   3550-AGREGAR-UNA-LIBERADA
007906*----------------------------------------------------------------
007907 3550-AGREGAR-UNA-LIBERADA.
007908     WRITE REG-TRANSIN FROM REG-LIBERADA.
007909     PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT.
007910     ADD 1 TO EDI-LIBERADAS-TRANSIN.

007911     READ ARCHIVO-LIBERADAS
007912         AT END
007913             MOVE '10' TO EDI-EF-LIBERADAS
007914     END-READ.
007915 3550-EXIT.
007916     EXIT.

007917*****************************************************************
007918*   4000-EMITIR-REPORTE
007919*----------------------------------------------------------------
007920*   UN RENGLON POR ENVIO EN EL ORDEN DE LLEGADA Y, DETRAS, EL
007930*   RESUMEN POR ORIGEN.
007940*****************************************************************
007950 4000-EMITIR-REPORTE.
007960     PERFORM 4100-EMITIR-UN-ENVIO THRU 4100-EXIT
007970         VARYING EDI-IDX-ENVIO FROM 1 BY 1
007980         UNTIL EDI-IDX-ENVIO > EDI-CANT-ENVIOS.

007990     PERFORM 4300-EMITIR-UN-ORIGEN THRU 4300-EXIT
008000         VARYING EDI-IDX-ORIGEN FROM 1 BY 1
008010         UNTIL EDI-IDX-ORIGEN > EDI-CANT-ORIGENES.
008020 4000-EXIT.
008030     EXIT.

008040*----------------------------------------------------------------
008050*   4100-EMITIR-UN-ENVIO
008060*----------------------------------------------------------------
008070 4100-EMITIR-UN-ENVIO.
008080     MOVE EDI-IDX-ENVIO                     TO ELE-NUMERO.
008090     MOVE EDI-ENV-ORIGEN(EDI-IDX-ENVIO)     TO ELE-ORIGEN.
008100     MOVE EDI-ENV-FECHA(EDI-IDX-ENVIO)      TO ELE-FECHA.
008110     MOVE EDI-ENV-SECUENCIA(EDI-IDX-ENVIO)  TO ELE-SECUENCIA.
008120     MOVE EDI-ENV-DECLARADOS(EDI-IDX-ENVIO) TO ELE-DECLARADOS.
008130     MOVE EDI-ENV-DETALLES(EDI-IDX-ENVIO)   TO ELE-DETALLES.
008140     MOVE EDI-ENV-MOTIVO(EDI-IDX-ENVIO)     TO ELE-MOTIVO.

008150     IF EDI-ENV-ACEPTADO(EDI-IDX-ENVIO)
008160         MOVE "ACEPTADO"   TO ELE-VEREDICTO
008170     ELSE
008180         MOVE "RETENIDO: " TO ELE-VEREDICTO
008190     END-IF.

008200     WRITE REG-REPORTE FROM EDI-LINEA-ENVIO.
008210     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

008220     PERFORM 4200-UBICAR-ORIGEN THRU 4200-EXIT.

008230     IF EDI-ENV-ACEPTADO(EDI-IDX-ENVIO)
008240         ADD 1 TO EDI-ORG-ACEPTADOS(EDI-IDX-ORIGEN)
008250         ADD EDI-ENV-DETALLES(EDI-IDX-ENVIO)
008260             TO EDI-ORG-DETALLES(EDI-IDX-ORIGEN)
008270     ELSE
008280         ADD 1 TO EDI-ORG-RETENIDOS(EDI-IDX-ORIGEN)
008290         ADD EDI-ENV-REGISTROS(EDI-IDX-ENVIO)
008300             TO EDI-ORG-REG-RETENIDOS(EDI-IDX-ORIGEN)
008310     END-IF.
008320 4100-EXIT.
008330     EXIT.

008340*----------------------------------------------------------------
008350*   4200-UBICAR-ORIGEN
008360*----------------------------------------------------------------
008370*   LOCALIZA (O CREA) LA ENTRADA DEL ORIGEN DEL ENVIO EN EL
008380*   RESUMEN. LLENA LA TABLA, LOS ORIGENES NUEVOS VAN A LA
008390*   ULTIMA ENTRADA, "****".
008400*----------------------------------------------------------------
008410 4200-UBICAR-ORIGEN.
008420     PERFORM 4250-COMPARAR-ORIGEN THRU 4250-EXIT
008430         VARYING EDI-IDX-ORIGEN FROM 1 BY 1
008440         UNTIL EDI-IDX-ORIGEN > EDI-CANT-ORIGENES
008450            OR EDI-ORG-CODIGO(EDI-IDX-ORIGEN)
008460               = EDI-ENV-ORIGEN(EDI-IDX-ENVIO).

008470     IF EDI-IDX-ORIGEN <= EDI-CANT-ORIGENES
008480         GO TO 4200-EXIT
008490     END-IF.

008500     IF EDI-CANT-ORIGENES >= EDI-MAX-ORIGENES
008510         MOVE EDI-MAX-ORIGENES TO EDI-IDX-ORIGEN
008520         MOVE "****" TO EDI-ORG-CODIGO(EDI-IDX-ORIGEN)
008530         GO TO 4200-EXIT
008540     END-IF.

008550     ADD 1 TO EDI-CANT-ORIGENES.
008560     MOVE EDI-CANT-ORIGENES TO EDI-IDX-ORIGEN.
008570     MOVE EDI-ENV-ORIGEN(EDI-IDX-ENVIO)
008580         TO EDI-ORG-CODIGO(EDI-IDX-ORIGEN).
008590     MOVE ZERO TO EDI-ORG-ACEPTADOS(EDI-IDX-ORIGEN).
008600     MOVE ZERO TO EDI-ORG-RETENIDOS(EDI-IDX-ORIGEN).
008610     MOVE ZERO TO EDI-ORG-DETALLES(EDI-IDX-ORIGEN).
008620     MOVE ZERO TO EDI-ORG-REG-RETENIDOS(EDI-IDX-ORIGEN).
008630 4200-EXIT.
008640     EXIT.

008650*----------------------------------------------------------------
008660*   4250-COMPARAR-ORIGEN
008670*----------------------------------------------------------------
008680 4250-COMPARAR-ORIGEN.
008690     CONTINUE.
008700 4250-EXIT.
008710     EXIT.

008720*----------------------------------------------------------------
008730*   4300-EMITIR-UN-ORIGEN
008740*----------------------------------------------------------------
008750 4300-EMITIR-UN-ORIGEN.
008760     MOVE EDI-ORG-CODIGO(EDI-IDX-ORIGEN)    TO ELO-ORIGEN.
008770     MOVE EDI-ORG-ACEPTADOS(EDI-IDX-ORIGEN) TO ELO-ACEPTADOS.
008780     MOVE EDI-ORG-RETENIDOS(EDI-IDX-ORIGEN) TO ELO-RETENIDOS.
008790     MOVE EDI-ORG-DETALLES(EDI-IDX-ORIGEN)  TO ELO-DETALLES.
008800     MOVE EDI-ORG-REG-RETENIDOS(EDI-IDX-ORIGEN)
008810         TO ELO-REG-RETENIDOS.
008820     WRITE REG-REPORTE FROM EDI-LINEA-ORIGEN.
008830     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
008840 4300-EXIT.
008850     EXIT.

008860*****************************************************************
008870*   5000-CERRAR-EDICION
008880*----------------------------------------------------------------
008890*   GRABA ENVSECN, EMITE LOS TOTALES Y EL CONTROL DE REGISTROS
008900*   (LO LEIDO DEBE SER IGUAL A LO GRABADO EN TRANSIN, MAS LAS
008910*   CABECERAS Y PIES ACEPTADOS, MAS LO GRABADO EN TRANSRET) Y
008920*   FIJA EL RETURN-CODE.
008930*****************************************************************
008940 5000-CERRAR-EDICION.
008950     PERFORM 5100-GRABAR-UNA-SECUENCIA THRU 5100-EXIT
008960         VARYING EDI-IDX-SECUENCIA FROM 1 BY 1
008970         UNTIL EDI-IDX-SECUENCIA > EDI-CANT-SECUENCIAS.

008980     MOVE "REGISTROS LEIDOS DE TRANSENV" TO ELS-DESCRIPCION.
008990     MOVE EDI-LEIDOS TO ELS-CANTIDAD.
009000     PERFORM 5200-ESCRIBIR-TOTAL THRU 5200-EXIT.

009010     MOVE "ENVIOS ACEPTADOS" TO ELS-DESCRIPCION.
009020     MOVE EDI-ENVIOS-ACEPTADOS TO ELS-CANTIDAD.
009030     PERFORM 5200-ESCRIBIR-TOTAL THRU 5200-EXIT.

009040     MOVE "ENVIOS RETENIDOS" TO ELS-DESCRIPCION.
009050     MOVE EDI-ENVIOS-RETENIDOS TO ELS-CANTIDAD.
009060     PERFORM 5200-ESCRIBIR-TOTAL THRU 5200-EXIT.

009070     MOVE "DETALLES GRABADOS EN TRANSIN" TO ELS-DESCRIPCION.
009080     MOVE EDI-GRABADOS-TRANSIN TO ELS-CANTIDAD.
009090     PERFORM 5200-ESCRIBIR-TOTAL THRU 5200-EXIT.

009100     MOVE "CABECERAS Y PIES ACEPTADOS" TO ELS-DESCRIPCION.
009110     MOVE EDI-CONTROLES-ACEPTADOS TO ELS-CANTIDAD.
009120     PERFORM 5200-ESCRIBIR-TOTAL THRU 5200-EXIT.

009130     MOVE "REGISTROS GRABADOS EN TRANSRET" TO ELS-DESCRIPCION.
009140     MOVE EDI-GRABADOS-RETENIDOS TO ELS-CANTIDAD.
009150     PERFORM 5200-ESCRIBIR-TOTAL THRU 5200-EXIT.

009152     MOVE "LIBERADAS DEL SUSPENSO A TRANSIN" TO ELS-DESCRIPCION.
009154     MOVE EDI-LIBERADAS-TRANSIN TO ELS-CANTIDAD.
009156     PERFORM 5200-ESCRIBIR-TOTAL THRU 5200-EXIT.

009160     COMPUTE EDI-CONTROL-REGISTROS = EDI-GRABADOS-TRANSIN
009170         + EDI-CONTROLES-ACEPTADOS + EDI-GRABADOS-RETENIDOS.

009180     IF EDI-CONTROL-REGISTROS NOT = EDI-LEIDOS
009190         MOVE "CONTROL: LO REPARTIDO NO CUADRA CON LO LEIDO"
009200             TO REG-REPORTE
009210         PERFORM 1900-ABANDONAR-EDICION THRU 1900-EXIT
009220     END-IF.

009230     MOVE "CONTROL: LO REPARTIDO CUADRA CON LO LEIDO"
009240         TO REG-REPORTE.
009250     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.

009260     MOVE 0 TO RETURN-CODE.

009270     IF EDI-CANT-ENVIOS = ZERO
009280         MOVE "ADVERTENCIA: NO SE RECIBIO NINGUN ENVIO"
009290             TO REG-REPORTE
009300         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
009310         MOVE 4 TO RETURN-CODE
009320     END-IF.

009330     IF EDI-ENVIOS-RETENIDOS > ZERO
009340         MOVE "ADVERTENCIA: HAY ENVIOS RETENIDOS EN TRANSRET"
009350             TO REG-REPORTE
009360         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
009370         MOVE 4 TO RETURN-CODE
009380     END-IF.

009390     DISPLAY "EDI0011I ENVIOS ACEPTADOS: " EDI-ENVIOS-ACEPTADOS
009400         " RETENIDOS: " EDI-ENVIOS-RETENIDOS
009410         " DETALLES A TRANSIN: " EDI-GRABADOS-TRANSIN.
009420 5000-EXIT.
009430     EXIT.

009440*----------------------------------------------------------------
009450*   5100-GRABAR-UNA-SECUENCIA
009460*----------------------------------------------------------------
009470 5100-GRABAR-UNA-SECUENCIA.
009480     MOVE SPACES TO REG-SECUENCIA.
009490     MOVE EDI-SEC-ORIGEN(EDI-IDX-SECUENCIA)      TO SEC-ORIGEN.
009500     MOVE EDI-SEC-FECHA-ENVIO(EDI-IDX-SECUENCIA)
009510         TO SEC-FECHA-ENVIO.
009520     MOVE EDI-SEC-SECUENCIA(EDI-IDX-SECUENCIA)   TO SEC-SECUENCIA.
009530     MOVE EDI-SEC-FECHA-PROCESO(EDI-IDX-SECUENCIA)
009540         TO SEC-FECHA-PROCESO.
009550     WRITE REG-SECUENCIA-NUEVA FROM REG-SECUENCIA.
009560     PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT.
009570 5100-EXIT.
009580     EXIT.

009590*----------------------------------------------------------------
009600*   5200-ESCRIBIR-TOTAL
009610*----------------------------------------------------------------
009620 5200-ESCRIBIR-TOTAL.
009630     WRITE REG-REPORTE FROM EDI-LINEA-TOTAL.
009640     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
009650 5200-EXIT.
009660     EXIT.

009670*****************************************************************
009680*   9000-FINALIZAR
009690*----------------------------------------------------------------
009700*   CIERRA LOS ARCHIVOS. ENVSEC YA SE CERRO AL CARGARLO.
009710*****************************************************************
009720 9000-FINALIZAR.
009730     CLOSE ARCHIVO-ENVIOS.
009740     CLOSE ARCHIVO-TRANSACCIONES.
009750     CLOSE ARCHIVO-RETENIDOS.
009760     CLOSE ARCHIVO-SECUENCIAS-NUEVO.
009770     CLOSE ARCHIVO-REPORTE.
009780 9000-EXIT.
009790     EXIT.
