000100*****************************************************************
000110*PROGRAM-ID.  LIQUIDADORCARGOS
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*INSTALLATION. CENTRO DE COMPUTOS
000140*DATE-WRITTEN. 2026-10-15
000150*DATE-COMPILED.
000160*----------------------------------------------------------------
000170*REMARKS.
000180*    LIQUIDACION MENSUAL DEL SERVICIO DE BUSQUEDA A CADA SISTEMA
000190*    DE ORIGEN, PARA QUE FINANZAS LO FACTURE. LEE LOS ARCHIVOS
000200*    HISTORICOS DE AUDITORIA (AUDARCH, QUE EL JCL CONCATENA CON
000210*    TODOS LOS DATASETS FECHADOS QUE CUBREN EL MES) Y EL
000220*    AUDITLOG VIVO, Y SE QUEDA CON LOS REGISTROS CUYA AUD-FECHA
000230*    CAE EN EL PERIODO ACEPTADO POR CONSOLA (AAAAMM). COMO
000240*    ARCHIVADORAUDITORIA MUEVE CADA REGISTRO A UNO SOLO DE LOS
000250*    DOS ARCHIVOS, NINGUNA BUSQUEDA SE CUENTA DOS VECES.
000260*
000270*    LAS BUSQUEDAS SE TOTALIZAN POR AUD-ORIGEN, AUD-RESULTADO Y
000280*    CLASE DE PRIORIDAD (AUD-PRIORIDAD 'A' ALTA, 'B' BAJA; 'N' Y
000290*    EL BLANCO DEL HISTORICO ANTERIOR SON NORMALES). LOS
000300*    RESULTADOS QUE NO SON ENCONTRADA, NO ENCONTRADA, INVALIDA,
000310*    TABLA ERRONEA, ORIG INVALIDO NI NO AUTORIZADO SE AGRUPAN EN
000315*    "OTROS".
000320*
000330*    EL TARIFARIO (DD TARIFAS) TRAE UN REGISTRO POR CONCEPTO:
000340*      COLUMNAS  1-13 CONCEPTO: UNO DE LOS RESULTADOS DE ARRIBA,
000350*                     "OTROS" O "RECARGO ALTA".
000360*      COLUMNAS 15-23 VALOR, CINCO ENTEROS Y CUATRO DECIMALES
000370*                     SIN COMA: EL PRECIO UNITARIO DE UNA
000380*                     BUSQUEDA DE ESE RESULTADO, O PARA "RECARGO
000390*                     ALTA" EL PORCENTAJE QUE SE SUMA AL IMPORTE
000400*                     DE LAS BUSQUEDAS DE PRIORIDAD ALTA.
000410*    UN CONCEPTO SIN TARIFA SE LIQUIDA EN CERO Y SE ADVIERTE.
000420*    LA DESCRIPCION Y EL CONTACTO DE CADA ORIGEN SALEN DEL
000430*    MAESTRO ORIGMST.
000440*
000450*    EL REPORTE LIQRPT TRAE UN ESTADO DE CUENTA POR CADA ORIGEN
000460*    REGISTRADO (Y POR CADA ORIGEN NO REGISTRADO QUE HAYA
000470*    BUSCADO), UN RENGLON "SIN ASIGNAR" CON LOS REGISTROS DE
000480*    ORIGEN EN BLANCO, EL RESUMEN POR ORIGEN Y EL CONTROL DE
000490*    CUADRE CONTRA LA CANTIDAD DE REGISTROS DE AUDITORIA DEL
000500*    PERIODO. EL ARCHIVO LIQGL ES LA INTERFAZ DE LAYOUT FIJO
000510*    PARA EL SISTEMA CONTABLE: UNA CABECERA, UN DETALLE POR
000520*    ORIGEN CON MOVIMIENTO Y UN PIE CON CANTIDADES E IMPORTES
000530*    DE CONTROL.
000540*
000550*    RETURN-CODE: 0 = LIQUIDACION COMPLETA, 4 = CON ADVERTENCIAS
000560*    (CONCEPTOS SIN TARIFA O TABLA DE ORIGENES LLENA), 8 = LA
000570*    LIQUIDACION NO CUADRA CON EL HISTORICO, 16 = PERIODO
000580*    INVALIDO, ARCHIVOS AUSENTES, TARIFARIO INVALIDO O ERROR DE
000590*    E/S.
000600*----------------------------------------------------------------
000610*MODIFICATION HISTORY.
000620*    2026-10-15  RE   VERSION ORIGINAL.
000622*    2026-10-15  RE   NUEVO CONCEPTO LIQUIDABLE "NO AUTORIZADO",
000624*                     EL RESULTADO DE LAS BUSQUEDAS DENEGADAS
000626*                     POR EL ARCHIVO DE AUTORIZACIONES ORIGAUT.
000628*    2026-10-15  RE   REGISTRO DE AUDITORIA A 120 BYTES (CADENA
000630*                     DE CONTROL, VER BLIAUD). LOS TRAILERS DE
000632*                     CORRIDA NO SE LIQUIDAN: SE CUENTAN EN SU
000634*                     PROPIO RENGLON DE CONTROL.
000636*****************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID.     LiquidadorCargos.
000660 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000670 INSTALLATION.   CENTRO DE COMPUTOS.
000680 DATE-WRITTEN.   15/10/2026.
000690 DATE-COMPILED.

000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.    IBM-370.
000730 OBJECT-COMPUTER.    IBM-370.
000740 SPECIAL-NAMES.
000750     DECIMAL-POINT IS COMMA.

000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780*----------------------------------------------------------------
000790*   ARCHIVOS HISTORICOS DE AUDITORIA QUE CUBREN EL PERIODO,
000800*   CONCATENADOS POR EL JCL. SI EL MES TODAVIA NO SE ARCHIVO,
000810*   EL DD PUEDE FALTAR Y SE LIQUIDA SOLO CON EL VIVO.
000820*----------------------------------------------------------------
000830     SELECT ARCHIVO-HISTORICO ASSIGN TO AUDARCH
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS LIQ-EF-HISTORICO.

000860*----------------------------------------------------------------
000870*   HISTORICO DE AUDITORIA VIVO. SOLO LECTURA.
000880*----------------------------------------------------------------
000890     SELECT ARCHIVO-AUDITORIA ASSIGN TO AUDITLOG
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS LIQ-EF-AUDITORIA.

000920*----------------------------------------------------------------
000930*   MAESTRO DE SISTEMAS DE ORIGEN REGISTRADOS (LAYOUT BLIORIG).
000940*----------------------------------------------------------------
000950     SELECT ARCHIVO-ORIGENES ASSIGN TO ORIGMST
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS LIQ-EF-ORIGENES.

000980*----------------------------------------------------------------
000990*   TARIFARIO: PRECIO UNITARIO POR RESULTADO Y RECARGO DE LA
001000*   PRIORIDAD ALTA.
001010*----------------------------------------------------------------
001020     SELECT ARCHIVO-TARIFAS ASSIGN TO TARIFAS
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS LIQ-EF-TARIFAS.

001050*----------------------------------------------------------------
001060*   ESTADOS DE CUENTA, RESUMEN Y CONTROL DE LA LIQUIDACION.
001070*----------------------------------------------------------------
001080     SELECT ARCHIVO-REPORTE ASSIGN TO LIQRPT
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS LIQ-EF-REPORTE.

001110*----------------------------------------------------------------
001120*   INTERFAZ PARA EL SISTEMA CONTABLE.
001130*----------------------------------------------------------------
001140     SELECT ARCHIVO-INTERFAZ ASSIGN TO LIQGL
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS LIQ-EF-INTERFAZ.

001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  ARCHIVO-HISTORICO
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  REG-HISTORICO               PIC X(120).

001230 FD  ARCHIVO-AUDITORIA
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  REG-VIVO                    PIC X(120).

001270 FD  ARCHIVO-ORIGENES
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 01  REG-MAESTRO                 PIC X(80).

001310 FD  ARCHIVO-TARIFAS
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  REG-TARIFA.
001350     05  TAR-CONCEPTO            PIC X(13).
001360         88  TAR-CONCEPTO-RECARGO         VALUE "RECARGO ALTA".
001370     05  FILLER                  PIC X(01).
001380     05  TAR-VALOR               PIC X(09).
001390     05  TAR-VALOR-NUM REDEFINES TAR-VALOR
001400                                 PIC 9(05)V9(04).
001410     05  FILLER                  PIC X(57).

001420 FD  ARCHIVO-REPORTE
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001450 01  REG-REPORTE                 PIC X(132).

001460*----------------------------------------------------------------
001470*   INTERFAZ CONTABLE, REGISTROS DE 100 BYTES. EL PRIMER BYTE
001480*   DISTINGUE LA CABECERA ('H'), LOS DETALLES POR ORIGEN ('D')
001490*   Y EL PIE ('T'). LOS IMPORTES VAN SIN SIGNO, CON DOS
001500*   DECIMALES IMPLICITOS. GLD-CLASE: 'F' ORIGEN REGISTRADO,
001510*   'N' ORIGEN NO REGISTRADO EN ORIGMST, 'S' SIN ASIGNAR
001520*   (ORIGEN EN BLANCO).
001530*----------------------------------------------------------------
001540 FD  ARCHIVO-INTERFAZ
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570 01  REG-GL-CABECERA.
001580     05  GLH-TIPO                PIC X(01).
001590     05  GLH-SISTEMA             PIC X(08).
001600     05  GLH-PERIODO             PIC 9(06).
001610     05  GLH-FECHA-PROCESO       PIC 9(08).
001620     05  FILLER                  PIC X(77).

001630 01  REG-GL-DETALLE.
001640     05  GLD-TIPO                PIC X(01).
001650     05  GLD-PERIODO             PIC 9(06).
001660     05  GLD-ORIGEN              PIC X(04).
001670     05  GLD-CLASE               PIC X(01).
001680     05  GLD-CANTIDAD            PIC 9(09).
001690     05  GLD-IMPORTE-BASE        PIC 9(09)V99.
001700     05  GLD-IMPORTE-RECARGO     PIC 9(09)V99.
001710     05  GLD-IMPORTE-TOTAL       PIC 9(09)V99.
001720     05  FILLER                  PIC X(46).

001730 01  REG-GL-PIE.
001740     05  GLT-TIPO                PIC X(01).
001750     05  GLT-PERIODO             PIC 9(06).
001760     05  GLT-CANT-DETALLES       PIC 9(07).
001770     05  GLT-CANTIDAD            PIC 9(09).
001780     05  GLT-IMPORTE-TOTAL       PIC 9(11)V99.
001790     05  FILLER                  PIC X(64).

001800 WORKING-STORAGE SECTION.
001810*----------------------------------------------------------------
001820*   INDICADORES DE ESTADO DE ARCHIVO (IBM FILE STATUS).
001830*----------------------------------------------------------------
001840 01  LIQ-EF-HISTORICO            PIC X(02) VALUE SPACES.
001850     88  LIQ-FIN-HISTORICO                VALUE '10'.
001860 01  LIQ-EF-AUDITORIA            PIC X(02) VALUE SPACES.
001870     88  LIQ-FIN-AUDITORIA                VALUE '10'.
001880 01  LIQ-EF-ORIGENES             PIC X(02) VALUE SPACES.
001890     88  LIQ-FIN-ORIGENES                 VALUE '10'.
001900 01  LIQ-EF-TARIFAS              PIC X(02) VALUE SPACES.
001910     88  LIQ-FIN-TARIFAS                  VALUE '10'.
001920 01  LIQ-EF-REPORTE              PIC X(02) VALUE SPACES.
001930 01  LIQ-EF-INTERFAZ             PIC X(02) VALUE SPACES.

001931*----------------------------------------------------------------
001932*   REGISTROS DE AUDITORIA (LAYOUT BLIAUD) Y DEL MAESTRO DE
001933*   ORIGENES (LAYOUT BLIORIG) EN AREA DE TRABAJO: SE LEEN CON
001934*   INTO, ASI NINGUN PARRAFO REFERENCIA EL AREA DE REGISTRO DE
001935*   UN ARCHIVO CERRADO (LA ENTRADA "SIN ASIGNAR" Y LOS ORIGENES
001936*   NO REGISTRADOS SE ARMAN EN REG-ORIGEN CON ORIGMST CERRADO).
001937*----------------------------------------------------------------
001938     COPY BLIAUD.

001939     COPY BLIORIG.

001940 01  LIQ-SW-HAY-HISTORICO        PIC X(01) VALUE 'N'.
001950     88  LIQ-HAY-HISTORICO                VALUE 'Y'.

001960*----------------------------------------------------------------
001970*   PERIODO A LIQUIDAR (ACEPTADO POR CONSOLA) Y FECHA DE PROCESO.
001980*----------------------------------------------------------------
001990 01  LIQ-PERIODO.
002000     05  LIQ-PERIODO-ANIO        PIC 9(04).
002010     05  LIQ-PERIODO-MES         PIC 9(02).
002020 01  LIQ-PERIODO-NUM REDEFINES LIQ-PERIODO
002030                                 PIC 9(06).

002040 01  LIQ-FECHA-PROCESO           PIC 9(08) VALUE ZERO.

002050 01  LIQ-FECHA-REGISTRO.
002060     05  LIQ-REG-PERIODO         PIC 9(06).
002070     05  LIQ-REG-DIA             PIC 9(02).

002080*----------------------------------------------------------------
002090*   RESULTADOS LIQUIDABLES. EL ULTIMO, "OTROS", RECIBE CUALQUIER
002100*   AUD-RESULTADO QUE NO COINCIDA CON LOS ANTERIORES.
002110*----------------------------------------------------------------
002120 01  LIQ-MAX-RESULTADOS          PIC 9(02) VALUE 7.
002130 01  LIQ-NOMBRES-RESULTADO.
002140     05  FILLER                  PIC X(13) VALUE "ENCONTRADA".
002150     05  FILLER                  PIC X(13) VALUE "NO ENCONTRADA".
002160     05  FILLER                  PIC X(13) VALUE "INVALIDA".
002170     05  FILLER                  PIC X(13) VALUE "TABLA ERRONEA".
002180     05  FILLER                  PIC X(13) VALUE "ORIG INVALIDO".
002185     05  FILLER                  PIC X(13) VALUE "NO AUTORIZADO".
002190     05  FILLER                  PIC X(13) VALUE "OTROS".
002200 01  LIQ-TABLA-RESULTADOS REDEFINES LIQ-NOMBRES-RESULTADO.
002210     05  LIQ-RES-NOMBRE          PIC X(13) OCCURS 7 TIMES.

002220*----------------------------------------------------------------
002230*   CLASES DE PRIORIDAD: 1 ALTA, 2 NORMAL, 3 BAJA.
002240*----------------------------------------------------------------
002250 01  LIQ-MAX-PRIORIDADES         PIC 9(02) VALUE 3.
002260 01  LIQ-NOMBRES-PRIORIDAD.
002270     05  FILLER                  PIC X(06) VALUE "ALTA".
002280     05  FILLER                  PIC X(06) VALUE "NORMAL".
002290     05  FILLER                  PIC X(06) VALUE "BAJA".
002300 01  LIQ-TABLA-PRIORIDADES REDEFINES LIQ-NOMBRES-PRIORIDAD.
002310     05  LIQ-PRI-NOMBRE          PIC X(06) OCCURS 3 TIMES.

002320 01  LIQ-IDX-RESULTADO           PIC 9(02) VALUE ZERO.
002330 01  LIQ-IDX-PRIORIDAD           PIC 9(02) VALUE ZERO.

002340*----------------------------------------------------------------
002350*   TARIFAS CARGADAS, UNA POR RESULTADO, Y EL RECARGO DE LA
002360*   PRIORIDAD ALTA EN PORCENTAJE.
002370*----------------------------------------------------------------
002380 01  LIQ-TARIFAS.
002390     05  LIQ-TAR OCCURS 7 TIMES.
002400         10  LIQ-TAR-PRECIO      PIC 9(05)V9(04).
002410         10  LIQ-TAR-CARGADA     PIC X(01).
002420             88  LIQ-TAR-HAY-PRECIO       VALUE 'Y'.

002430 01  LIQ-RECARGO-ALTA            PIC 9(03)V9(02) VALUE ZERO.
002440 01  LIQ-SW-HAY-RECARGO          PIC X(01) VALUE 'N'.
002450     88  LIQ-HAY-RECARGO                  VALUE 'Y'.

002460*----------------------------------------------------------------
002470*   ACUMULADO POR ORIGEN. LA ENTRADA 1 ES SIEMPRE LA DE ORIGEN
002480*   EN BLANCO ("SIN ASIGNAR"); DETRAS VAN LOS ORIGENES DE
002490*   ORIGMST EN EL ORDEN DEL MAESTRO Y, AL FINAL, LOS NO
002500*   REGISTRADOS A MEDIDA QUE APARECEN EN EL HISTORICO. SI LA
002510*   TABLA SE LLENA, LOS REGISTROS DE ORIGENES QUE NO ENTRARON SE
002520*   CARGAN A "SIN ASIGNAR" PARA QUE EL TOTAL SIGA CUADRANDO, Y
002530*   EL REPORTE LO ADVIERTE.
002540*----------------------------------------------------------------
002550 01  LIQ-MAX-ORIGENES            PIC 9(03) VALUE 200.
002560 01  LIQ-CANT-ORIGENES           PIC 9(03) VALUE ZERO.
002570 01  LIQ-CANT-REGISTRADOS        PIC 9(03) VALUE ZERO.
002580 01  LIQ-IDX-ORIGEN              PIC 9(03) VALUE ZERO.
002590 01  LIQ-ULTIMO-ORIGEN           PIC 9(03) VALUE ZERO.

002600 01  LIQ-TABLA-ORIGENES.
002610     05  LIQ-ORG OCCURS 200 TIMES.
002620         10  LIQ-ORG-CODIGO      PIC X(04).
002630         10  LIQ-ORG-DESCRIPCION PIC X(30).
002640         10  LIQ-ORG-CONTACTO    PIC X(20).
002650         10  LIQ-ORG-CLASE       PIC X(01).
002660         10  LIQ-ORG-RESULTADO OCCURS 7 TIMES.
002670             15  LIQ-ORG-CANTIDAD
002680                                 PIC 9(09) OCCURS 3 TIMES.
002690         10  LIQ-ORG-CANT-TOTAL  PIC 9(09).
002700         10  LIQ-ORG-BASE        PIC 9(09)V99.
002710         10  LIQ-ORG-RECARGO     PIC 9(09)V99.
002720         10  LIQ-ORG-TOTAL       PIC 9(09)V99.

002730 01  LIQ-SW-ORIGENES-LLENA       PIC X(01) VALUE 'N'.
002740     88  LIQ-ORIGENES-LLENA               VALUE 'Y'.
002750 01  LIQ-SW-FALTA-TARIFA         PIC X(01) VALUE 'N'.
002760     88  LIQ-FALTA-TARIFA                 VALUE 'Y'.

002770*----------------------------------------------------------------
002780*   VALORIZACION DEL ORIGEN EN CURSO.
002790*----------------------------------------------------------------
002800 01  LIQ-CANT-CELDA              PIC 9(09) VALUE ZERO.
002810 01  LIQ-IMPORTE-CELDA           PIC 9(09)V99 VALUE ZERO.
002820 01  LIQ-CANT-ALTA               PIC 9(09) VALUE ZERO.
002830 01  LIQ-BASE-ALTA               PIC 9(09)V99 VALUE ZERO.

002840*----------------------------------------------------------------
002850*   TOTALES GENERALES Y DE CONTROL.
002860*----------------------------------------------------------------
002870 01  LIQ-LEIDOS-HISTORICO        PIC 9(09) VALUE ZERO.
002880 01  LIQ-LEIDOS-VIVO             PIC 9(09) VALUE ZERO.
002885 01  LIQ-TRAILERS                PIC 9(09) VALUE ZERO.
002890 01  LIQ-FUERA-PERIODO           PIC 9(09) VALUE ZERO.
002900 01  LIQ-DEL-PERIODO             PIC 9(09) VALUE ZERO.
002910 01  LIQ-TOT-CANTIDAD            PIC 9(09) VALUE ZERO.
002920 01  LIQ-TOT-BASE                PIC 9(11)V99 VALUE ZERO.
002930 01  LIQ-TOT-RECARGO             PIC 9(11)V99 VALUE ZERO.
002940 01  LIQ-TOT-TOTAL               PIC 9(11)V99 VALUE ZERO.
002950 01  LIQ-CANT-DETALLES-GL        PIC 9(07) VALUE ZERO.

002960*----------------------------------------------------------------
002970*   LAYOUTS DE LOS RENGLONES DEL REPORTE.
002980*----------------------------------------------------------------
002990 01  LIQ-LINEA-TITULO.
003000     05  FILLER                  PIC X(45) VALUE
003010         "LIQUIDACION MENSUAL DEL SERVICIO DE BUSQUEDA ".
003020     05  FILLER                  PIC X(10) VALUE "- PERIODO ".
003030     05  LLT-PERIODO             PIC 9(06).
003040     05  FILLER                  PIC X(16) VALUE
003050         " - PROCESADO EL ".
003060     05  LLT-FECHA               PIC 9(08).
003070     05  FILLER                  PIC X(47) VALUE SPACES.

003080 01  LIQ-LINEA-SEPARADOR         PIC X(132) VALUE ALL "-".

003090 01  LIQ-LINEA-ORIGEN.
003100     05  FILLER                  PIC X(26) VALUE
003110         "ESTADO DE CUENTA - ORIGEN ".
003120     05  LLO-ORIGEN              PIC X(04).
003130     05  FILLER                  PIC X(01) VALUE SPACE.
003140     05  LLO-DESCRIPCION         PIC X(30).
003150     05  FILLER                  PIC X(10) VALUE " CONTACTO ".
003160     05  LLO-CONTACTO            PIC X(20).
003170     05  FILLER                  PIC X(41) VALUE SPACES.

003180 01  LIQ-LINEA-ENCABEZADO.
003190     05  FILLER                  PIC X(04) VALUE SPACES.
003200     05  FILLER                  PIC X(13) VALUE "RESULTADO".
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  FILLER                  PIC X(06) VALUE "PRIOR.".
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  FILLER                  PIC X(09) VALUE " CANTIDAD".
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  FILLER                  PIC X(10) VALUE "PRECIO UN.".
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  FILLER                  PIC X(12) VALUE "     IMPORTE".
003290     05  FILLER                  PIC X(70) VALUE SPACES.

003300 01  LIQ-LINEA-CELDA.
003310     05  FILLER                  PIC X(04) VALUE SPACES.
003320     05  LLC-RESULTADO           PIC X(13).
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  LLC-PRIORIDAD           PIC X(06).
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  LLC-CANTIDAD            PIC Z(08)9.
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  LLC-PRECIO              PIC ZZZZ9,9999.
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  LLC-IMPORTE             PIC Z(08)9,99.
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  LLC-OBSERVACION         PIC X(10).
003430     05  FILLER                  PIC X(58) VALUE SPACES.

003440 01  LIQ-LINEA-IMPORTE.
003450     05  FILLER                  PIC X(04) VALUE SPACES.
003460     05  LLI-CONCEPTO            PIC X(19).
003470     05  FILLER                  PIC X(04) VALUE SPACES.
003480     05  LLI-CANTIDAD            PIC Z(08)9.
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  LLI-PORCENTAJE          PIC ZZZZ9,99 BLANK WHEN ZERO.
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  LLI-IMPORTE             PIC Z(08)9,99.
003540     05  FILLER                  PIC X(70) VALUE SPACES.

003550 01  LIQ-LINEA-RESUMEN.
003560     05  LLR-ROTULO              PIC X(07).
003570     05  LLR-ORIGEN              PIC X(04).
003580     05  FILLER                  PIC X(01) VALUE SPACE.
003590     05  LLR-DESCRIPCION         PIC X(30).
003600     05  FILLER                  PIC X(10) VALUE " CANTIDAD ".
003610     05  LLR-CANTIDAD            PIC Z(08)9.
003620     05  FILLER                  PIC X(06) VALUE " BASE ".
003630     05  LLR-BASE                PIC Z(08)9,99.
003640     05  FILLER                  PIC X(09) VALUE " RECARGO ".
003650     05  LLR-RECARGO             PIC Z(08)9,99.
003660     05  FILLER                  PIC X(07) VALUE " TOTAL ".
003670     05  LLR-TOTAL               PIC Z(08)9,99.
003680     05  FILLER                  PIC X(13) VALUE SPACES.

003690 01  LIQ-LINEA-CONTROL.
003700     05  FILLER                  PIC X(04) VALUE SPACES.
003710     05  LLK-DESCRIPCION         PIC X(40).
003720     05  LLK-CANTIDAD            PIC 9(09).
003730     05  FILLER                  PIC X(79) VALUE SPACES.

003740 PROCEDURE DIVISION.
003750*****************************************************************
003760*   0000-MAINLINE
003770*----------------------------------------------------------------
003780*   PARRAFO PRINCIPAL: ACEPTA EL PERIODO, CARGA TARIFAS Y
003790*   ORIGENES, ACUMULA LOS DOS HISTORICOS, EMITE UN ESTADO DE
003800*   CUENTA POR ORIGEN Y CIERRA CON EL RESUMEN, EL CONTROL DE
003810*   CUADRE Y EL PIE DE LA INTERFAZ CONTABLE.
003820*****************************************************************
003830 0000-MAINLINE.
003840     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

003850     PERFORM 1300-CARGAR-TARIFAS THRU 1300-EXIT.

003860     PERFORM 1500-CARGAR-ORIGENES THRU 1500-EXIT.

003870     PERFORM 2000-ACUMULAR-HISTORICOS THRU 2000-EXIT.

003880     PERFORM 3000-EMITIR-ESTADOS THRU 3000-EXIT.

003890     PERFORM 5000-CERRAR-LIQUIDACION THRU 5000-EXIT.

003900     PERFORM 9000-FINALIZAR THRU 9000-EXIT.

003910     STOP RUN.

003920*****************************************************************
003930*   1000-INICIALIZAR
003940*----------------------------------------------------------------
003950*   ACEPTA Y VALIDA EL PERIODO, ABRE EL REPORTE Y LA INTERFAZ Y
003960*   GRABA LA CABECERA DE CADA UNO. UN PERIODO NO NUMERICO O CON
003970*   MES FUERA DE 01-12 DETIENE LA CORRIDA ANTES DE ABRIR NADA.
003980*****************************************************************
003990 1000-INICIALIZAR.
004000     DISPLAY "LIQ0001I INICIANDO LIQUIDACION MENSUAL POR ORIGEN".
004010     DISPLAY "LIQ0002I INGRESE EL PERIODO A LIQUIDAR (AAAAMM):".
004020     ACCEPT LIQ-PERIODO.

004030     IF LIQ-PERIODO-NUM NOT NUMERIC
004040     OR LIQ-PERIODO-MES < 01
004050     OR LIQ-PERIODO-MES > 12
004060         DISPLAY "LIQ0003E PERIODO INVALIDO - NO SE LIQUIDA"
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.

004100     ACCEPT LIQ-FECHA-PROCESO FROM DATE YYYYMMDD.

004110     OPEN OUTPUT ARCHIVO-REPORTE.
004120     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
004130     OPEN OUTPUT ARCHIVO-INTERFAZ.
004140     PERFORM 1200-VALIDAR-EF-INTERFAZ THRU 1200-EXIT.

004150     MOVE LIQ-PERIODO-NUM   TO LLT-PERIODO.
004160     MOVE LIQ-FECHA-PROCESO TO LLT-FECHA.
004170     WRITE REG-REPORTE FROM LIQ-LINEA-TITULO.
004180     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

004190     MOVE SPACES            TO REG-GL-CABECERA.
004200     MOVE 'H'               TO GLH-TIPO.
004210     MOVE "BUSQUEDA"        TO GLH-SISTEMA.
004220     MOVE LIQ-PERIODO-NUM   TO GLH-PERIODO.
004230     MOVE LIQ-FECHA-PROCESO TO GLH-FECHA-PROCESO.
004240     WRITE REG-GL-CABECERA.
004250     PERFORM 1200-VALIDAR-EF-INTERFAZ THRU 1200-EXIT.
004260 1000-EXIT.
004270     EXIT.

004280*----------------------------------------------------------------
004290*   1100-VALIDAR-EF-REPORTE
004300*----------------------------------------------------------------
004310 1100-VALIDAR-EF-REPORTE.
004320     IF LIQ-EF-REPORTE NOT = '00'
004330         DISPLAY "LIQ0004E ERROR DE E/S EN ARCHIVO-REPORTE - "
004340             "FILE STATUS " LIQ-EF-REPORTE
004350         MOVE 16 TO RETURN-CODE
004360         PERFORM 9000-FINALIZAR THRU 9000-EXIT
004370         STOP RUN
004380     END-IF.
004390 1100-EXIT.
004400     EXIT.

004410*----------------------------------------------------------------
004420*   1150-ESCRIBIR-RENGLON
004430*----------------------------------------------------------------
004440 1150-ESCRIBIR-RENGLON.
004450     WRITE REG-REPORTE.
004460     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
004470 1150-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500*   1200-VALIDAR-EF-INTERFAZ
004510*----------------------------------------------------------------
004520*   UNA INTERFAZ CONTABLE INCOMPLETA ES PEOR QUE NINGUNA: ANTE
004530*   UN ERROR DE E/S LA CORRIDA SE DETIENE Y EL JCL NO DEBE
004540*   TRANSMITIR LIQGL.
004550*----------------------------------------------------------------
004560 1200-VALIDAR-EF-INTERFAZ.
004570     IF LIQ-EF-INTERFAZ NOT = '00'
004580         DISPLAY "LIQ0005E ERROR DE E/S EN ARCHIVO-INTERFAZ - "
004590             "FILE STATUS " LIQ-EF-INTERFAZ
004600         MOVE 16 TO RETURN-CODE
004610         PERFORM 9000-FINALIZAR THRU 9000-EXIT
004620         STOP RUN
004630     END-IF.
004640 1200-EXIT.
004650     EXIT.

004660*****************************************************************
004670*   1300-CARGAR-TARIFAS
004680*----------------------------------------------------------------
004690*   CARGA EL TARIFARIO. SIN TARIFARIO, O CON UN CONCEPTO
004700*   DESCONOCIDO, REPETIDO O DE VALOR NO NUMERICO, NO SE FACTURA
004710*   NADA: SE INFORMA Y SE TERMINA CON CODIGO 16.
004720*****************************************************************
004730 1300-CARGAR-TARIFAS.
004740     PERFORM 1320-LIMPIAR-TARIFA THRU 1320-EXIT
004750         VARYING LIQ-IDX-RESULTADO FROM 1 BY 1
004760         UNTIL LIQ-IDX-RESULTADO > LIQ-MAX-RESULTADOS.

004770     OPEN INPUT ARCHIVO-TARIFAS.

004780     IF LIQ-EF-TARIFAS NOT = '00'
004790         MOVE "TARIFAS AUSENTE - NO SE LIQUIDO" TO REG-REPORTE
004800         PERFORM 1900-ABANDONAR-LIQUIDACION THRU 1900-EXIT
004810     END-IF.

004820     PERFORM 1360-LEER-TARIFA THRU 1360-EXIT.

004830     PERFORM 1350-CARGAR-UNA-TARIFA THRU 1350-EXIT
004840         UNTIL LIQ-FIN-TARIFAS.

004850     CLOSE ARCHIVO-TARIFAS.

004860     IF NOT LIQ-HAY-RECARGO
004870         DISPLAY "LIQ0006I TARIFAS SIN RECARGO ALTA - LA "
004880             "PRIORIDAD ALTA SE LIQUIDA SIN RECARGO"
004890     END-IF.
004900 1300-EXIT.
004910     EXIT.

004920*----------------------------------------------------------------
004930*   1320-LIMPIAR-TARIFA
004940*----------------------------------------------------------------
004950 1320-LIMPIAR-TARIFA.
004960     MOVE ZERO TO LIQ-TAR-PRECIO(LIQ-IDX-RESULTADO).
004970     MOVE 'N'  TO LIQ-TAR-CARGADA(LIQ-IDX-RESULTADO).
004980 1320-EXIT.
004990     EXIT.

005000*----------------------------------------------------------------
005010*   1350-CARGAR-UNA-TARIFA
005020*----------------------------------------------------------------
005030 1350-CARGAR-UNA-TARIFA.
005040     IF TAR-VALOR NOT NUMERIC
005050         GO TO 1350-INVALIDA
005060     END-IF.

005070     IF TAR-CONCEPTO-RECARGO
005080         IF LIQ-HAY-RECARGO
005090         OR TAR-VALOR-NUM > 999,99
005100             GO TO 1350-INVALIDA
005110         END-IF
005120         MOVE TAR-VALOR-NUM TO LIQ-RECARGO-ALTA
005130         MOVE 'Y' TO LIQ-SW-HAY-RECARGO
005140         GO TO 1350-SIGUIENTE
005150     END-IF.

005160     PERFORM 1370-COMPARAR-CONCEPTO THRU 1370-EXIT
005170         VARYING LIQ-IDX-RESULTADO FROM 1 BY 1
005180         UNTIL LIQ-IDX-RESULTADO > LIQ-MAX-RESULTADOS
005190            OR LIQ-RES-NOMBRE(LIQ-IDX-RESULTADO) = TAR-CONCEPTO.

005200     IF LIQ-IDX-RESULTADO > LIQ-MAX-RESULTADOS
005210         GO TO 1350-INVALIDA
005220     END-IF.

005230     IF LIQ-TAR-HAY-PRECIO(LIQ-IDX-RESULTADO)
005240         GO TO 1350-INVALIDA
005250     END-IF.

005260     MOVE TAR-VALOR-NUM TO LIQ-TAR-PRECIO(LIQ-IDX-RESULTADO).
005270     MOVE 'Y' TO LIQ-TAR-CARGADA(LIQ-IDX-RESULTADO).
005280     GO TO 1350-SIGUIENTE.

005290 1350-INVALIDA.
005300     MOVE SPACES TO REG-REPORTE.
005310     STRING "TARIFAS: CONCEPTO INVALIDO O REPETIDO " DELIMITED
005320         BY SIZE
005330         TAR-CONCEPTO DELIMITED BY SIZE
005340         " " DELIMITED BY SIZE
005350         TAR-VALOR DELIMITED BY SIZE
005360         INTO REG-REPORTE.
005370     PERFORM 1900-ABANDONAR-LIQUIDACION THRU 1900-EXIT.

005380 1350-SIGUIENTE.
005390     PERFORM 1360-LEER-TARIFA THRU 1360-EXIT.
005400 1350-EXIT.
005410     EXIT.

005420*----------------------------------------------------------------
005430*   1360-LEER-TARIFA
005440*----------------------------------------------------------------
005450 1360-LEER-TARIFA.
005460     READ ARCHIVO-TARIFAS
005470         AT END
005480             MOVE '10' TO LIQ-EF-TARIFAS
005490     END-READ.
005500 1360-EXIT.
005510     EXIT.

005520*----------------------------------------------------------------
005530*   1370-COMPARAR-CONCEPTO
005540*----------------------------------------------------------------
005550*   PARRAFO VACIO: EL VARYING QUE LO PERFORMA SOLO AVANZA EL
005560*   SUBINDICE HASTA HALLAR EL RESULTADO O AGOTAR LA LISTA.
005570*----------------------------------------------------------------
005580 1370-COMPARAR-CONCEPTO.
005590     CONTINUE.
005600 1370-EXIT.
005610     EXIT.

005620*****************************************************************
005630*   1500-CARGAR-ORIGENES
005640*----------------------------------------------------------------
005650*   ARMA LA TABLA DE ACUMULADOS: PRIMERO LA ENTRADA "SIN
005660*   ASIGNAR" Y DETRAS CADA ORIGEN DE ORIGMST, CON SU
005670*   DESCRIPCION Y CONTACTO. SIN EL MAESTRO NO HAY A QUIEN
005680*   FACTURAR: SE INFORMA Y SE TERMINA CON CODIGO 16. UN
005690*   REGISTRO CON CODIGO EN BLANCO SE IGNORA CON AVISO, COMO EN
005700*   BUSQUEDALINEALIMPARES.
005710*****************************************************************
005720 1500-CARGAR-ORIGENES.
005730     MOVE ZERO TO LIQ-CANT-ORIGENES.
005740     MOVE SPACES TO REG-ORIGEN.
005750     MOVE "SIN ASIGNAR (ORIGEN EN BLANCO)" TO ORG-DESCRIPCION.
005760     MOVE 'S' TO LIQ-ORG-CLASE(1).
005770     PERFORM 1600-AGREGAR-ORIGEN THRU 1600-EXIT.

005780     OPEN INPUT ARCHIVO-ORIGENES.

005790     IF LIQ-EF-ORIGENES NOT = '00'
005800         MOVE "ORIGMST AUSENTE - NO SE LIQUIDO" TO REG-REPORTE
005810         PERFORM 1900-ABANDONAR-LIQUIDACION THRU 1900-EXIT
005820     END-IF.

005830     PERFORM 1560-LEER-ORIGEN THRU 1560-EXIT.

005840     PERFORM 1550-CARGAR-UN-ORIGEN THRU 1550-EXIT
005850         UNTIL LIQ-FIN-ORIGENES.

005860     CLOSE ARCHIVO-ORIGENES.

005870     DISPLAY "LIQ0007I ORIGENES REGISTRADOS CARGADOS: "
005880         LIQ-CANT-REGISTRADOS.
005890 1500-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920*   1550-CARGAR-UN-ORIGEN
005930*----------------------------------------------------------------
005940 1550-CARGAR-UN-ORIGEN.
005950     IF ORG-CODIGO = SPACES
005960         DISPLAY "LIQ0008I ORIGMST: REGISTRO CON CODIGO EN "
005970             "BLANCO - SE IGNORA"
005980         GO TO 1550-SIGUIENTE
005990     END-IF.

006000     IF LIQ-CANT-ORIGENES >= LIQ-MAX-ORIGENES
006010         MOVE 'Y' TO LIQ-SW-ORIGENES-LLENA
006020         GO TO 1550-SIGUIENTE
006030     END-IF.

006040     PERFORM 1600-AGREGAR-ORIGEN THRU 1600-EXIT.
006050     MOVE 'F' TO LIQ-ORG-CLASE(LIQ-CANT-ORIGENES).
006060     ADD 1 TO LIQ-CANT-REGISTRADOS.

006070 1550-SIGUIENTE.
006080     PERFORM 1560-LEER-ORIGEN THRU 1560-EXIT.
006090 1550-EXIT.
006100     EXIT.

006110*----------------------------------------------------------------
006120*   1560-LEER-ORIGEN
006130*----------------------------------------------------------------
006140 1560-LEER-ORIGEN.
006150     READ ARCHIVO-ORIGENES INTO REG-ORIGEN
006160         AT END
006170             MOVE '10' TO LIQ-EF-ORIGENES
006180     END-READ.
006190 1560-EXIT.
006200     EXIT.

006210*----------------------------------------------------------------
006220*   1600-AGREGAR-ORIGEN
006230*----------------------------------------------------------------
006240*   AGREGA UNA ENTRADA CON LOS DATOS DE REG-ORIGEN Y LOS
006250*   ACUMULADOS EN CERO. LA CLASE LA PONE QUIEN LA AGREGA.
006260*----------------------------------------------------------------
006270 1600-AGREGAR-ORIGEN.
006280     ADD 1 TO LIQ-CANT-ORIGENES.
006290     MOVE LIQ-CANT-ORIGENES TO LIQ-IDX-ORIGEN.
006300     MOVE ORG-CODIGO      TO LIQ-ORG-CODIGO(LIQ-IDX-ORIGEN).
006310     MOVE ORG-DESCRIPCION TO LIQ-ORG-DESCRIPCION(LIQ-IDX-ORIGEN).
006320     MOVE ORG-CONTACTO    TO LIQ-ORG-CONTACTO(LIQ-IDX-ORIGEN).
006330     PERFORM 1650-LIMPIAR-CELDAS THRU 1650-EXIT
006340         VARYING LIQ-IDX-RESULTADO FROM 1 BY 1
006350         UNTIL LIQ-IDX-RESULTADO > LIQ-MAX-RESULTADOS
006360         AFTER LIQ-IDX-PRIORIDAD FROM 1 BY 1
006370         UNTIL LIQ-IDX-PRIORIDAD > LIQ-MAX-PRIORIDADES.
006380     MOVE ZERO TO LIQ-ORG-CANT-TOTAL(LIQ-IDX-ORIGEN).
006390     MOVE ZERO TO LIQ-ORG-BASE(LIQ-IDX-ORIGEN).
006400     MOVE ZERO TO LIQ-ORG-RECARGO(LIQ-IDX-ORIGEN).
006410     MOVE ZERO TO LIQ-ORG-TOTAL(LIQ-IDX-ORIGEN).
006420 1600-EXIT.
006430     EXIT.

006440*----------------------------------------------------------------
006450*   1650-LIMPIAR-CELDAS
006460*----------------------------------------------------------------
006470 1650-LIMPIAR-CELDAS.
006480     MOVE ZERO TO LIQ-ORG-CANTIDAD(LIQ-IDX-ORIGEN,
006490         LIQ-IDX-RESULTADO, LIQ-IDX-PRIORIDAD).
006500 1650-EXIT.
006510     EXIT.

006520*----------------------------------------------------------------
006530*   1900-ABANDONAR-LIQUIDACION
006540*----------------------------------------------------------------
006550*   UN ARCHIVO AUSENTE O UN TARIFARIO INVALIDO IMPIDE LIQUIDAR:
006560*   SE DEJA CONSTANCIA (EL MOTIVO YA VIENE EN REG-REPORTE) Y SE
006570*   TERMINA CON CODIGO 16. LA INTERFAZ QUEDA SOLO CON LA
006580*   CABECERA Y EL JCL NO DEBE TRANSMITIRLA.
006590*----------------------------------------------------------------
006600 1900-ABANDONAR-LIQUIDACION.
006610     DISPLAY "LIQ0009E " REG-REPORTE.
006620     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.
006630     MOVE 16 TO RETURN-CODE.
006640     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
006650     STOP RUN.
006660 1900-EXIT.
006670     EXIT.

006680*****************************************************************
006690*   2000-ACUMULAR-HISTORICOS
006700*----------------------------------------------------------------
006710*   RECORRE PRIMERO LOS ARCHIVOS HISTORICOS (SI EL DD ESTA) Y
006720*   DESPUES EL AUDITLOG VIVO. SIN AUDITLOG NO SE LIQUIDA.
006730*****************************************************************
006740 2000-ACUMULAR-HISTORICOS.
006750     OPEN INPUT ARCHIVO-HISTORICO.

006760     IF LIQ-EF-HISTORICO = '00'
006770         MOVE 'Y' TO LIQ-SW-HAY-HISTORICO
006780         PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT
006790         PERFORM 2050-ACUMULAR-HISTORICO THRU 2050-EXIT
006800             UNTIL LIQ-FIN-HISTORICO
006810     ELSE
006820         DISPLAY "LIQ0010I AUDARCH AUSENTE - SE LIQUIDA SOLO "
006830             "CON EL AUDITLOG VIVO"
006840     END-IF.

006850     OPEN INPUT ARCHIVO-AUDITORIA.

006860     IF LIQ-EF-AUDITORIA NOT = '00'
006870         MOVE "AUDITLOG AUSENTE - NO SE LIQUIDO" TO REG-REPORTE
006880         PERFORM 1900-ABANDONAR-LIQUIDACION THRU 1900-EXIT
006890     END-IF.

006900     PERFORM 2150-LEER-AUDITORIA THRU 2150-EXIT.
006910     PERFORM 2080-ACUMULAR-VIVO THRU 2080-EXIT
006920         UNTIL LIQ-FIN-AUDITORIA.
006930 2000-EXIT.
006940     EXIT.

006950*----------------------------------------------------------------
006960*   2050-ACUMULAR-HISTORICO
006970*----------------------------------------------------------------
006980 2050-ACUMULAR-HISTORICO.
006990     ADD 1 TO LIQ-LEIDOS-HISTORICO.
007010     PERFORM 2200-ACUMULAR-REGISTRO THRU 2200-EXIT.
007020     PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT.
007030 2050-EXIT.
007040     EXIT.

007050*----------------------------------------------------------------
007060*   2080-ACUMULAR-VIVO
007070*----------------------------------------------------------------
007080 2080-ACUMULAR-VIVO.
007090     ADD 1 TO LIQ-LEIDOS-VIVO.
007100     PERFORM 2200-ACUMULAR-REGISTRO THRU 2200-EXIT.
007110     PERFORM 2150-LEER-AUDITORIA THRU 2150-EXIT.
007120 2080-EXIT.
007130     EXIT.

007140*----------------------------------------------------------------
007150*   2100-LEER-HISTORICO
007160*----------------------------------------------------------------
007170 2100-LEER-HISTORICO.
007180     READ ARCHIVO-HISTORICO INTO REG-AUDITORIA
007190         AT END
007200             MOVE '10' TO LIQ-EF-HISTORICO
007210     END-READ.
007220 2100-EXIT.
007230     EXIT.

007240*----------------------------------------------------------------
007250*   2150-LEER-AUDITORIA
007260*----------------------------------------------------------------
007270 2150-LEER-AUDITORIA.
007280     READ ARCHIVO-AUDITORIA INTO REG-AUDITORIA
007290         AT END
007300             MOVE '10' TO LIQ-EF-AUDITORIA
007310     END-READ.
007320 2150-EXIT.
007330     EXIT.

007340*----------------------------------------------------------------
007350*   2200-ACUMULAR-REGISTRO
007360*----------------------------------------------------------------
007370*   SUMA EL REGISTRO DE AUDITORIA CARGADO EN REG-AUDITORIA A LA
007380*   CELDA DE SU ORIGEN, RESULTADO Y PRIORIDAD, SI SU FECHA CAE
007390*   EN EL PERIODO. EL TRAILER DE UNA CORRIDA (VER BLIAUD) NO ES
007395*   UNA BUSQUEDA: SOLO SE CUENTA PARA EL CONTROL.
007400*----------------------------------------------------------------
007410 2200-ACUMULAR-REGISTRO.
007412     IF AUD-TRAILER
007414         ADD 1 TO LIQ-TRAILERS
007416         GO TO 2200-EXIT
007418     END-IF.

007420     MOVE AUD-FECHA TO LIQ-FECHA-REGISTRO.

007430     IF LIQ-REG-PERIODO NOT = LIQ-PERIODO-NUM
007440         ADD 1 TO LIQ-FUERA-PERIODO
007450         GO TO 2200-EXIT
007460     END-IF.

007470     ADD 1 TO LIQ-DEL-PERIODO.

007480     PERFORM 2300-UBICAR-ORIGEN THRU 2300-EXIT.

007490     PERFORM 1370-COMPARAR-CONCEPTO THRU 1370-EXIT
007500         VARYING LIQ-IDX-RESULTADO FROM 1 BY 1
007510         UNTIL LIQ-IDX-RESULTADO >= LIQ-MAX-RESULTADOS
007520            OR LIQ-RES-NOMBRE(LIQ-IDX-RESULTADO) = AUD-RESULTADO.

007530     IF AUD-PRIORIDAD = 'A'
007540         MOVE 1 TO LIQ-IDX-PRIORIDAD
007550     ELSE
007560         IF AUD-PRIORIDAD = 'B'
007570             MOVE 3 TO LIQ-IDX-PRIORIDAD
007580         ELSE
007590             MOVE 2 TO LIQ-IDX-PRIORIDAD
007600         END-IF
007610     END-IF.

007620     ADD 1 TO LIQ-ORG-CANTIDAD(LIQ-IDX-ORIGEN,
007630         LIQ-IDX-RESULTADO, LIQ-IDX-PRIORIDAD).
007640 2200-EXIT.
007650     EXIT.

007660*----------------------------------------------------------------
007670*   2300-UBICAR-ORIGEN
007680*----------------------------------------------------------------
007690*   LOCALIZA LA ENTRADA DE AUD-ORIGEN EN LA TABLA, EMPEZANDO POR
007700*   LA ULTIMA USADA (LOS REGISTROS DE UN MISMO LOTE SUELEN VENIR
007710*   JUNTOS). UN ORIGEN NO REGISTRADO SE AGREGA AL FINAL; SI LA
007720*   TABLA ESTA LLENA, EL REGISTRO VA A "SIN ASIGNAR".
007730*----------------------------------------------------------------
007740 2300-UBICAR-ORIGEN.
007750     IF LIQ-ULTIMO-ORIGEN > ZERO
007760     AND LIQ-ORG-CODIGO(LIQ-ULTIMO-ORIGEN) = AUD-ORIGEN
007770         MOVE LIQ-ULTIMO-ORIGEN TO LIQ-IDX-ORIGEN
007780         GO TO 2300-EXIT
007790     END-IF.

007800     PERFORM 2350-COMPARAR-ORIGEN THRU 2350-EXIT
007810         VARYING LIQ-IDX-ORIGEN FROM 1 BY 1
007820         UNTIL LIQ-IDX-ORIGEN > LIQ-CANT-ORIGENES
007830            OR LIQ-ORG-CODIGO(LIQ-IDX-ORIGEN) = AUD-ORIGEN.

007840     IF LIQ-IDX-ORIGEN > LIQ-CANT-ORIGENES
007850         IF LIQ-CANT-ORIGENES >= LIQ-MAX-ORIGENES
007860             MOVE 'Y' TO LIQ-SW-ORIGENES-LLENA
007870             MOVE 1 TO LIQ-IDX-ORIGEN
007880             GO TO 2300-EXIT
007890         END-IF
007900         MOVE SPACES TO REG-ORIGEN
007910         MOVE AUD-ORIGEN TO ORG-CODIGO
007920         MOVE "NO REGISTRADO EN ORIGMST" TO ORG-DESCRIPCION
007930         PERFORM 1600-AGREGAR-ORIGEN THRU 1600-EXIT
007940         MOVE 'N' TO LIQ-ORG-CLASE(LIQ-IDX-ORIGEN)
007950     END-IF.

007960     MOVE LIQ-IDX-ORIGEN TO LIQ-ULTIMO-ORIGEN.
007970 2300-EXIT.
007980     EXIT.

007990*----------------------------------------------------------------
008000*   2350-COMPARAR-ORIGEN
008010*----------------------------------------------------------------
008020*   PARRAFO VACIO: EL VARYING QUE LO PERFORMA SOLO AVANZA EL
008030*   SUBINDICE HASTA HALLAR EL ORIGEN O AGOTAR LAS ENTRADAS.
008040*----------------------------------------------------------------
008050 2350-COMPARAR-ORIGEN.
008060     CONTINUE.
008070 2350-EXIT.
008080     EXIT.

008090*****************************************************************
008100*   3000-EMITIR-ESTADOS
008110*----------------------------------------------------------------
008120*   UN ESTADO DE CUENTA POR ENTRADA DE LA TABLA, EMPEZANDO POR
008130*   LOS ORIGENES (ENTRADA 2 EN ADELANTE) Y DEJANDO "SIN
008140*   ASIGNAR" PARA EL FINAL. LOS ORIGENES NO REGISTRADOS SOLO
008150*   TIENEN ENTRADA SI BUSCARON, ASI QUE SIEMPRE TIENEN ESTADO.
008160*****************************************************************
008170 3000-EMITIR-ESTADOS.
008180     PERFORM 3100-EMITIR-UN-ESTADO THRU 3100-EXIT
008190         VARYING LIQ-IDX-ORIGEN FROM 2 BY 1
008200         UNTIL LIQ-IDX-ORIGEN > LIQ-CANT-ORIGENES.

008210     MOVE 1 TO LIQ-IDX-ORIGEN.
008220     PERFORM 3100-EMITIR-UN-ESTADO THRU 3100-EXIT.
008230 3000-EXIT.
008240     EXIT.

008250*----------------------------------------------------------------
008260*   3100-EMITIR-UN-ESTADO
008270*----------------------------------------------------------------
008280*   ENCABEZADO DEL ORIGEN, UN RENGLON POR CELDA CON BUSQUEDAS,
008290*   SUBTOTAL A PRECIO BASE, RECARGO DE LA PRIORIDAD ALTA Y
008300*   TOTAL A FACTURAR. EL IMPORTE DE CADA CELDA SE REDONDEA AL
008310*   CENTAVO Y EL SUBTOTAL ES LA SUMA DE LOS RENGLONES, ASI EL
008320*   ESTADO SUMA EXACTO A LA VISTA. SI EL ORIGEN TUVO
008330*   MOVIMIENTO SE GRABA SU DETALLE EN LA INTERFAZ.
008340*----------------------------------------------------------------
008350 3100-EMITIR-UN-ESTADO.
008360     MOVE LIQ-LINEA-SEPARADOR TO REG-REPORTE.
008370     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.

008380     MOVE LIQ-ORG-CODIGO(LIQ-IDX-ORIGEN)      TO LLO-ORIGEN.
008390     MOVE LIQ-ORG-DESCRIPCION(LIQ-IDX-ORIGEN) TO LLO-DESCRIPCION.
008400     MOVE LIQ-ORG-CONTACTO(LIQ-IDX-ORIGEN)    TO LLO-CONTACTO.
008410     WRITE REG-REPORTE FROM LIQ-LINEA-ORIGEN.
008420     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

008430     MOVE ZERO TO LIQ-CANT-ALTA.
008440     MOVE ZERO TO LIQ-BASE-ALTA.

008450     PERFORM 3200-TOTALIZAR-CELDA THRU 3200-EXIT
008460         VARYING LIQ-IDX-RESULTADO FROM 1 BY 1
008470         UNTIL LIQ-IDX-RESULTADO > LIQ-MAX-RESULTADOS
008480         AFTER LIQ-IDX-PRIORIDAD FROM 1 BY 1
008490         UNTIL LIQ-IDX-PRIORIDAD > LIQ-MAX-PRIORIDADES.

008500     IF LIQ-ORG-CANT-TOTAL(LIQ-IDX-ORIGEN) = ZERO
008510         MOVE "    SIN BUSQUEDAS EN EL PERIODO" TO REG-REPORTE
008520         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
008530         GO TO 3100-EXIT
008540     END-IF.

008550     WRITE REG-REPORTE FROM LIQ-LINEA-ENCABEZADO.
008560     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

008570     PERFORM 3300-EMITIR-CELDA THRU 3300-EXIT
008580         VARYING LIQ-IDX-RESULTADO FROM 1 BY 1
008590         UNTIL LIQ-IDX-RESULTADO > LIQ-MAX-RESULTADOS
008600         AFTER LIQ-IDX-PRIORIDAD FROM 1 BY 1
008610         UNTIL LIQ-IDX-PRIORIDAD > LIQ-MAX-PRIORIDADES.

008620     COMPUTE LIQ-ORG-RECARGO(LIQ-IDX-ORIGEN) ROUNDED =
008630         LIQ-BASE-ALTA * LIQ-RECARGO-ALTA / 100.
008640     COMPUTE LIQ-ORG-TOTAL(LIQ-IDX-ORIGEN) =
008650         LIQ-ORG-BASE(LIQ-IDX-ORIGEN)
008660         + LIQ-ORG-RECARGO(LIQ-IDX-ORIGEN).

008670     MOVE "SUBTOTAL"                         TO LLI-CONCEPTO.
008680     MOVE LIQ-ORG-CANT-TOTAL(LIQ-IDX-ORIGEN) TO LLI-CANTIDAD.
008690     MOVE ZERO                               TO LLI-PORCENTAJE.
008700     MOVE LIQ-ORG-BASE(LIQ-IDX-ORIGEN)       TO LLI-IMPORTE.
008710     WRITE REG-REPORTE FROM LIQ-LINEA-IMPORTE.
008720     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

008730     MOVE "RECARGO ALTA (%)"                 TO LLI-CONCEPTO.
008740     MOVE LIQ-CANT-ALTA                      TO LLI-CANTIDAD.
008750     MOVE LIQ-RECARGO-ALTA                   TO LLI-PORCENTAJE.
008760     MOVE LIQ-ORG-RECARGO(LIQ-IDX-ORIGEN)    TO LLI-IMPORTE.
008770     WRITE REG-REPORTE FROM LIQ-LINEA-IMPORTE.
008780     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

008790     MOVE "TOTAL A FACTURAR"                 TO LLI-CONCEPTO.
008800     MOVE LIQ-ORG-CANT-TOTAL(LIQ-IDX-ORIGEN) TO LLI-CANTIDAD.
008810     MOVE ZERO                               TO LLI-PORCENTAJE.
008820     MOVE LIQ-ORG-TOTAL(LIQ-IDX-ORIGEN)      TO LLI-IMPORTE.
008830     WRITE REG-REPORTE FROM LIQ-LINEA-IMPORTE.
008840     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

008850     PERFORM 3400-GRABAR-DETALLE-GL THRU 3400-EXIT.
008860 3100-EXIT.
008870     EXIT.

008880*----------------------------------------------------------------
008890*   3200-TOTALIZAR-CELDA
008900*----------------------------------------------------------------
008910 3200-TOTALIZAR-CELDA.
008920     ADD LIQ-ORG-CANTIDAD(LIQ-IDX-ORIGEN,
008930         LIQ-IDX-RESULTADO, LIQ-IDX-PRIORIDAD)
008940         TO LIQ-ORG-CANT-TOTAL(LIQ-IDX-ORIGEN).
008950 3200-EXIT.
008960     EXIT.

008970*----------------------------------------------------------------
008980*   3300-EMITIR-CELDA
008990*----------------------------------------------------------------
009000*   VALORIZA E IMPRIME UNA CELDA CON BUSQUEDAS. UN RESULTADO SIN
009010*   TARIFA SE LIQUIDA EN CERO Y SE MARCA.
009020*----------------------------------------------------------------
009030 3300-EMITIR-CELDA.
009040     MOVE LIQ-ORG-CANTIDAD(LIQ-IDX-ORIGEN,
009050         LIQ-IDX-RESULTADO, LIQ-IDX-PRIORIDAD) TO LIQ-CANT-CELDA.

009060     IF LIQ-CANT-CELDA = ZERO
009070         GO TO 3300-EXIT
009080     END-IF.

009090     COMPUTE LIQ-IMPORTE-CELDA ROUNDED =
009100         LIQ-CANT-CELDA * LIQ-TAR-PRECIO(LIQ-IDX-RESULTADO).
009110     ADD LIQ-IMPORTE-CELDA TO LIQ-ORG-BASE(LIQ-IDX-ORIGEN).

009120     IF LIQ-IDX-PRIORIDAD = 1
009130         ADD LIQ-CANT-CELDA    TO LIQ-CANT-ALTA
009140         ADD LIQ-IMPORTE-CELDA TO LIQ-BASE-ALTA
009150     END-IF.

009160     MOVE LIQ-RES-NOMBRE(LIQ-IDX-RESULTADO) TO LLC-RESULTADO.
009170     MOVE LIQ-PRI-NOMBRE(LIQ-IDX-PRIORIDAD) TO LLC-PRIORIDAD.
009180     MOVE LIQ-CANT-CELDA                    TO LLC-CANTIDAD.
009190     MOVE LIQ-TAR-PRECIO(LIQ-IDX-RESULTADO) TO LLC-PRECIO.
009200     MOVE LIQ-IMPORTE-CELDA                 TO LLC-IMPORTE.

009210     IF LIQ-TAR-HAY-PRECIO(LIQ-IDX-RESULTADO)
009220         MOVE SPACES TO LLC-OBSERVACION
009230     ELSE
009240         MOVE "SIN TARIFA" TO LLC-OBSERVACION
009250         MOVE 'Y' TO LIQ-SW-FALTA-TARIFA
009260     END-IF.

009270     WRITE REG-REPORTE FROM LIQ-LINEA-CELDA.
009280     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
009290 3300-EXIT.
009300     EXIT.

009310*----------------------------------------------------------------
009320*   3400-GRABAR-DETALLE-GL
009330*----------------------------------------------------------------
009340 3400-GRABAR-DETALLE-GL.
009350     MOVE SPACES                          TO REG-GL-DETALLE.
009360     MOVE 'D'                             TO GLD-TIPO.
009370     MOVE LIQ-PERIODO-NUM                 TO GLD-PERIODO.
009380     MOVE LIQ-ORG-CODIGO(LIQ-IDX-ORIGEN)  TO GLD-ORIGEN.
009390     MOVE LIQ-ORG-CLASE(LIQ-IDX-ORIGEN)   TO GLD-CLASE.
009400     MOVE LIQ-ORG-CANT-TOTAL(LIQ-IDX-ORIGEN)
009410                                          TO GLD-CANTIDAD.
009420     MOVE LIQ-ORG-BASE(LIQ-IDX-ORIGEN)    TO GLD-IMPORTE-BASE.
009430     MOVE LIQ-ORG-RECARGO(LIQ-IDX-ORIGEN) TO GLD-IMPORTE-RECARGO.
009440     MOVE LIQ-ORG-TOTAL(LIQ-IDX-ORIGEN)   TO GLD-IMPORTE-TOTAL.
009450     WRITE REG-GL-DETALLE.
009460     PERFORM 1200-VALIDAR-EF-INTERFAZ THRU 1200-EXIT.

009470     ADD 1 TO LIQ-CANT-DETALLES-GL.
009480 3400-EXIT.
009490     EXIT.

009500*****************************************************************
009510*   5000-CERRAR-LIQUIDACION
009520*----------------------------------------------------------------
009530*   RESUMEN POR ORIGEN CON EL TOTAL GENERAL, CONTROL DE CUADRE
009540*   CONTRA LOS REGISTROS DE AUDITORIA DEL PERIODO, ADVERTENCIAS,
009550*   PIE DE LA INTERFAZ Y RETURN-CODE.
009560*****************************************************************
009570 5000-CERRAR-LIQUIDACION.
009580     MOVE LIQ-LINEA-SEPARADOR TO REG-REPORTE.
009590     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.
009600     MOVE "RESUMEN POR ORIGEN" TO REG-REPORTE.
009610     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.

009620     MOVE "ORIGEN " TO LLR-ROTULO.
009630     PERFORM 5100-RESUMIR-UN-ORIGEN THRU 5100-EXIT
009640         VARYING LIQ-IDX-ORIGEN FROM 2 BY 1
009650         UNTIL LIQ-IDX-ORIGEN > LIQ-CANT-ORIGENES.

009660     MOVE 1 TO LIQ-IDX-ORIGEN.
009670     PERFORM 5100-RESUMIR-UN-ORIGEN THRU 5100-EXIT.

009680     MOVE SPACES            TO LLR-ROTULO.
009690     MOVE SPACES            TO LLR-ORIGEN.
009700     MOVE "TOTAL GENERAL"   TO LLR-DESCRIPCION.
009710     MOVE LIQ-TOT-CANTIDAD  TO LLR-CANTIDAD.
009720     MOVE LIQ-TOT-BASE      TO LLR-BASE.
009730     MOVE LIQ-TOT-RECARGO   TO LLR-RECARGO.
009740     MOVE LIQ-TOT-TOTAL     TO LLR-TOTAL.
009750     WRITE REG-REPORTE FROM LIQ-LINEA-RESUMEN.
009760     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

009770     MOVE LIQ-LINEA-SEPARADOR TO REG-REPORTE.
009780     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.

009790     MOVE "REGISTROS LEIDOS DE AUDARCH" TO LLK-DESCRIPCION.
009800     MOVE LIQ-LEIDOS-HISTORICO TO LLK-CANTIDAD.
009810     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

009820     MOVE "REGISTROS LEIDOS DE AUDITLOG" TO LLK-DESCRIPCION.
009830     MOVE LIQ-LEIDOS-VIVO TO LLK-CANTIDAD.
009840     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

009842     MOVE "REGISTROS DE CONTROL DE CORRIDA" TO LLK-DESCRIPCION.
009844     MOVE LIQ-TRAILERS TO LLK-CANTIDAD.
009846     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

009850     MOVE "REGISTROS FUERA DEL PERIODO" TO LLK-DESCRIPCION.
009860     MOVE LIQ-FUERA-PERIODO TO LLK-CANTIDAD.
009870     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

009880     MOVE "REGISTROS DE AUDITORIA DEL PERIODO" TO LLK-DESCRIPCION.
009890     MOVE LIQ-DEL-PERIODO TO LLK-CANTIDAD.
009900     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

009910     MOVE "BUSQUEDAS LIQUIDADAS" TO LLK-DESCRIPCION.
009920     MOVE LIQ-TOT-CANTIDAD TO LLK-CANTIDAD.
009930     PERFORM 5200-ESCRIBIR-CONTROL THRU 5200-EXIT.

009940     MOVE 0 TO RETURN-CODE.

009950     IF LIQ-ORIGENES-LLENA
009960         MOVE "ADVERTENCIA: ORIGENES EXCEDENTES EN SIN ASIGNAR"
009970             TO REG-REPORTE
009980         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
009990         MOVE 4 TO RETURN-CODE
010000     END-IF.

010010     IF LIQ-FALTA-TARIFA
010020         MOVE "ADVERTENCIA: RESULTADOS SIN TARIFA EN CERO"
010030             TO REG-REPORTE
010040         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
010050         MOVE 4 TO RETURN-CODE
010060     END-IF.

010070     IF LIQ-TOT-CANTIDAD = LIQ-DEL-PERIODO
010080         MOVE "CONTROL: LIQUIDACION CUADRADA CON EL HISTORICO"
010090             TO REG-REPORTE
010100     ELSE
010110         MOVE "CONTROL: LIQUIDACION NO CUADRA CON EL HISTORICO"
010120             TO REG-REPORTE
010130         MOVE 8 TO RETURN-CODE
010140     END-IF.
010150     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.

010160     MOVE SPACES               TO REG-GL-PIE.
010170     MOVE 'T'                  TO GLT-TIPO.
010180     MOVE LIQ-PERIODO-NUM      TO GLT-PERIODO.
010190     MOVE LIQ-CANT-DETALLES-GL TO GLT-CANT-DETALLES.
010200     MOVE LIQ-TOT-CANTIDAD     TO GLT-CANTIDAD.
010210     MOVE LIQ-TOT-TOTAL        TO GLT-IMPORTE-TOTAL.
010220     WRITE REG-GL-PIE.
010230     PERFORM 1200-VALIDAR-EF-INTERFAZ THRU 1200-EXIT.

010240     DISPLAY "LIQ0011I PERIODO " LIQ-PERIODO-NUM
010250         " BUSQUEDAS: " LIQ-TOT-CANTIDAD
010260         " ORIGENES FACTURADOS: " LIQ-CANT-DETALLES-GL.
010270 5000-EXIT.
010280     EXIT.

010290*----------------------------------------------------------------
010300*   5100-RESUMIR-UN-ORIGEN
010310*----------------------------------------------------------------
010320 5100-RESUMIR-UN-ORIGEN.
010330     MOVE LIQ-ORG-CODIGO(LIQ-IDX-ORIGEN)      TO LLR-ORIGEN.
010340     MOVE LIQ-ORG-DESCRIPCION(LIQ-IDX-ORIGEN) TO LLR-DESCRIPCION.
010350     MOVE LIQ-ORG-CANT-TOTAL(LIQ-IDX-ORIGEN)  TO LLR-CANTIDAD.
010360     MOVE LIQ-ORG-BASE(LIQ-IDX-ORIGEN)        TO LLR-BASE.
010370     MOVE LIQ-ORG-RECARGO(LIQ-IDX-ORIGEN)     TO LLR-RECARGO.
010380     MOVE LIQ-ORG-TOTAL(LIQ-IDX-ORIGEN)       TO LLR-TOTAL.
010390     WRITE REG-REPORTE FROM LIQ-LINEA-RESUMEN.
010400     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

010410     ADD LIQ-ORG-CANT-TOTAL(LIQ-IDX-ORIGEN) TO LIQ-TOT-CANTIDAD.
010420     ADD LIQ-ORG-BASE(LIQ-IDX-ORIGEN)       TO LIQ-TOT-BASE.
010430     ADD LIQ-ORG-RECARGO(LIQ-IDX-ORIGEN)    TO LIQ-TOT-RECARGO.
010440     ADD LIQ-ORG-TOTAL(LIQ-IDX-ORIGEN)      TO LIQ-TOT-TOTAL.
010450 5100-EXIT.
010460     EXIT.

010470*----------------------------------------------------------------
010480*   5200-ESCRIBIR-CONTROL
010490*----------------------------------------------------------------
010500 5200-ESCRIBIR-CONTROL.
010510     WRITE REG-REPORTE FROM LIQ-LINEA-CONTROL.
010520     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
010530 5200-EXIT.
010540     EXIT.

010550*****************************************************************
010560*   9000-FINALIZAR
010570*----------------------------------------------------------------
010580*   CIERRA LOS ARCHIVOS. EL TARIFARIO Y EL MAESTRO DE ORIGENES
010590*   YA SE CERRARON AL TERMINAR DE CARGARLOS.
010600*****************************************************************
010610 9000-FINALIZAR.
010620     IF LIQ-HAY-HISTORICO
010630         CLOSE ARCHIVO-HISTORICO
010640     END-IF.
010650     CLOSE ARCHIVO-AUDITORIA.
010660     CLOSE ARCHIVO-REPORTE.
010670     CLOSE ARCHIVO-INTERFAZ.
010680 9000-EXIT.
010690     EXIT.
