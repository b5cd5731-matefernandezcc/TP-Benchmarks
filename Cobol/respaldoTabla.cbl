000100*****************************************************************
000110*PROGRAM-ID.  RESPALDOTABLA
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*INSTALLATION. CENTRO DE COMPUTOS
000140*DATE-WRITTEN. 2026-10-15
000150*DATE-COMPILED.
000160*----------------------------------------------------------------
000170*REMARKS.
000180*    RESPALDO Y RESTAURACION POR TABLA DE TABLAVSM. HASTA AHORA
000190*    LA UNICA FORMA DE RECUPERAR UNA TABLA DANIADA ERA EL
000200*    RECONST DE MANTENEDORTABLA DESDE PARMCTL O CARGATAB, QUE NO
000210*    SIRVE SI EL CARGATAB QUE ARMO LA TABLA VIGENTE YA NO
000220*    EXISTE, NI PARA VOLVER A LA VERSION DE UNA FECHA ANTERIOR.
000230*
000240*    EL PROGRAMA SE MANEJA CON TARJETAS DE CONTROL EN RESPCTL,
000250*    UNA ACCION POR REGISTRO:
000260*      RESPALDO [TABLA]  DESCARGA UNA TABLA, O TODAS SI LA TABLA
000270*                        VA EN BLANCO, AL RESPALDO SECUENCIAL
000280*                        RESPSAL (LAYOUT BLIRESP): CABECERA CON
000290*                        LA FECHA Y HORA DEL RESPALDO Y, POR
000300*                        TABLA, SU CONTROL PRIMERO, SUS
000310*                        ELEMENTOS Y UN TRAILER CON LA CANTIDAD
000320*                        Y EL TOTAL HASH. EL JCL LE DA A RESPSAL
000330*                        UN NOMBRE FECHADO (O UNA GENERACION
000340*                        NUEVA). UN SOLO RESPALDO POR CORRIDA.
000350*      RESTAURA TABLA [AAAAMMDD]
000360*                        REEMPLAZA LA TABLA VIGENTE POR LA COPIA
000370*                        DEL RESPALDO RESPENT. SI LA TARJETA TRAE
000380*                        FECHA (COLUMNAS 19-26), EL RESPALDO DEBE
000390*                        SER DE ESA FECHA; ASI UN DD EQUIVOCADO NO
000400*                        PISA LA TABLA CON OTRA VERSION.
000410*    LA TABLA VA EN LAS COLUMNAS 10-17.
000420*
000430*    ANTES DE TOCAR LA TABLA VIGENTE, LA RESTAURACION VERIFICA
000440*    LA SECCION DEL RESPALDO CONTRA SU TRAILER (CANTIDAD Y
000450*    HASH) Y, SI LA TABLA ESTA DEFINIDA EN PARMCTL, QUE SU
000460*    CONTROL COINCIDA CON ESA DEFINICION: UNA TABLA DE OTRA
000470*    SECUENCIA O DE OTRO TIPO DETENDRIA A LA BUSQUEDA. LUEGO
000480*    BORRA LA VIGENTE, GRABA EL CONTROL CON TAMANIO CERO, LOS
000490*    ELEMENTOS TAL CUAL Y REESCRIBE EL CONTROL ORIGINAL AL
000500*    TERMINAR (LA MISMA PRECAUCION DEL RECONST: UNA RESTAURACION
000510*    INTERRUMPIDA NO QUEDA CON UN CONTROL COMPLETO). POR ULTIMO
000520*    RELEE LA TABLA RESTAURADA DE TABLAVSM Y CONTRASTA SU
000530*    CANTIDAD Y HASH CONTRA EL TRAILER. LA TABLA QUEDA IGUAL
000540*    REGISTRO POR REGISTRO A LA RESPALDADA, ASI QUE LA BUSQUEDA
000550*    LA USA SIN RECONSTRUIR NADA.
000560*
000570*    LAS TABLAS CARGADAS DESDE ARCHIVO SE VERIFICAN CONTRA SU
000580*    CARGATAB (VER VERIFICADORTABLA). AL RESTAURAR UNA DE ELLAS
000590*    EL PROGRAMA GRABA EN EL DD OPCIONAL RESPCARG SUS CLAVES EN
000600*    FORMATO CARGATAB, PARA PASARLO COMO CARGATAB AL
000610*    VERIFICADOR Y CONSERVARLO COMO EL NUEVO ARCHIVO DE CARGA
000620*    DE LA TABLA. COMO HAY UN SOLO DD, SOLO LA PRIMERA TABLA DE
000630*    ARCHIVO RESTAURADA EN LA CORRIDA LO GENERA.
000640*
000650*    SI QUEDO UN CHECKPT DE UNA CONSTRUCCION INTERRUMPIDA DE LA
000660*    TABLA QUE SE RESTAURA, DEBE BORRARSE ANTES DE LA PROXIMA
000670*    CORRIDA DE BUSQUEDA, IGUAL QUE EN UN BORRAR O UN RECONST.
000680*    CADA ACCION DEJA SU CONSTANCIA EN EL REPORTE RESPRPT.
000690*
000700*    RETURN-CODE: 0 = TODAS LAS ACCIONES PROCESADAS, 8 = ALGUNA
000710*    ACCION RECHAZADA O ALGUNA TABLA SIN CONTROL QUE NO SE
000720*    RESPALDO, 16 = ERROR DE E/S, ARCHIVOS AUSENTES O UNA TABLA
000730*    RESTAURADA QUE NO COINCIDE CON SU TRAILER.
000740*----------------------------------------------------------------
000750*MODIFICATION HISTORY.
000760*    2026-10-15  RE   VERSION ORIGINAL.
000770*****************************************************************
000780 IDENTIFICATION DIVISION.
000790 PROGRAM-ID.     RespaldoTabla.
000800 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000810 INSTALLATION.   CENTRO DE COMPUTOS.
000820 DATE-WRITTEN.   15/10/2026.
000830 DATE-COMPILED.

000840 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
000860 SOURCE-COMPUTER.    IBM-370.
000870 OBJECT-COMPUTER.    IBM-370.
000880 SPECIAL-NAMES.
000890     DECIMAL-POINT IS COMMA.

000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920*----------------------------------------------------------------
000930*   TARJETAS DE CONTROL CON LAS ACCIONES, UNA POR REGISTRO.
000940*----------------------------------------------------------------
000950     SELECT ARCHIVO-CONTROL ASSIGN TO RESPCTL
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS RTB-EF-CONTROL.

000980*----------------------------------------------------------------
000990*   ARCHIVO INDEXADO (VSAM KSDS) CON LAS TABLAS. SE ABRE DE
001000*   ENTRADA/SALIDA PORQUE RESTAURA LO MODIFICA.
001010*----------------------------------------------------------------
001020     SELECT ARCHIVO-TABLA ASSIGN TO TABLAVSM
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS TAB-CLAVE
001060         FILE STATUS IS RTB-EF-TABLA.

001070*----------------------------------------------------------------
001080*   DEFINICIONES DE LAS TABLAS, PARA CONTROLAR QUE UNA TABLA
001090*   RESTAURADA SIGA SIENDO LA QUE LA BUSQUEDA ESPERA. OPCIONAL.
001100*----------------------------------------------------------------
001110     SELECT ARCHIVO-PARAMETROS ASSIGN TO PARMCTL
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS RTB-EF-PARAMETROS.

001140*----------------------------------------------------------------
001150*   RESPALDO QUE SE GRABA (RESPALDO) Y RESPALDO DEL QUE SE
001160*   RESTAURA (RESTAURA), AMBOS CON EL LAYOUT BLIRESP.
001170*----------------------------------------------------------------
001180     SELECT ARCHIVO-RESPALDO ASSIGN TO RESPSAL
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS RTB-EF-RESPALDO.

001210     SELECT ARCHIVO-ENTRADA ASSIGN TO RESPENT
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS RTB-EF-ENTRADA.

001240*----------------------------------------------------------------
001250*   CLAVES DE LA TABLA DE ARCHIVO RESTAURADA EN FORMATO
001260*   CARGATAB (7 DIGITOS ASCENDENTES, UNA POR REGISTRO). OPCIONAL.
001270*----------------------------------------------------------------
001280     SELECT ARCHIVO-CARGA ASSIGN TO RESPCARG
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS RTB-EF-CARGA.

001310*----------------------------------------------------------------
001320*   REPORTE DEL RESPALDO Y DE LA RESTAURACION.
001330*----------------------------------------------------------------
001340     SELECT ARCHIVO-REPORTE ASSIGN TO RESPRPT
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS RTB-EF-REPORTE.

001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  ARCHIVO-CONTROL
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420 01  REG-CONTROL.
001430     05  RTC-ACCION              PIC X(08).
001440         88  RTC-ACCION-RESPALDO          VALUE "RESPALDO".
001450         88  RTC-ACCION-RESTAURA          VALUE "RESTAURA".
001460     05  FILLER                  PIC X(01).
001470     05  RTC-TABLA               PIC X(08).
001480     05  FILLER                  PIC X(01).
001490     05  RTC-FECHA               PIC X(08).
001500     05  RTC-FECHA-NUM REDEFINES RTC-FECHA
001510                                 PIC 9(08).
001520     05  FILLER                  PIC X(54).

001530 FD  ARCHIVO-TABLA
001540     LABEL RECORDS ARE STANDARD.
001550     COPY BLITAB.

001560 FD  ARCHIVO-PARAMETROS
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590     COPY BLIPARM.

001600 FD  ARCHIVO-RESPALDO
001610     RECORDING MODE IS F
001620     LABEL RECORDS ARE STANDARD.
001630 01  REG-RESPALDO-SALIDA         PIC X(80).

001640 FD  ARCHIVO-ENTRADA
001650     RECORDING MODE IS F
001660     LABEL RECORDS ARE STANDARD.
001670 01  REG-RESPALDO-ENTRADA        PIC X(80).

001680 FD  ARCHIVO-CARGA
001690     RECORDING MODE IS F
001700     LABEL RECORDS ARE STANDARD.
001710 01  REG-CARGA.
001720     05  CARGA-CLAVE             PIC X(07).
001730     05  FILLER                  PIC X(73).

001740 FD  ARCHIVO-REPORTE
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE STANDARD.
001770 01  REG-REPORTE                 PIC X(132).

001780 WORKING-STORAGE SECTION.
001790*----------------------------------------------------------------
001800*   INDICADORES DE ESTADO DE ARCHIVO (IBM FILE STATUS).
001810*----------------------------------------------------------------
001820 01  RTB-EF-CONTROL              PIC X(02) VALUE SPACES.
001830     88  RTB-FIN-CONTROL                  VALUE '10'.
001840 01  RTB-EF-TABLA                PIC X(02) VALUE SPACES.
001850     88  RTB-FIN-TABLA                    VALUE '10'.
001860 01  RTB-EF-PARAMETROS           PIC X(02) VALUE SPACES.
001870     88  RTB-FIN-PARAMETROS               VALUE '10'.
001880 01  RTB-EF-RESPALDO             PIC X(02) VALUE SPACES.
001890 01  RTB-EF-ENTRADA              PIC X(02) VALUE SPACES.
001900     88  RTB-FIN-ENTRADA                  VALUE '10'.
001910 01  RTB-EF-CARGA                PIC X(02) VALUE SPACES.
001920 01  RTB-EF-REPORTE              PIC X(02) VALUE SPACES.

001930 01  RTB-SW-RESPALDO-ABIERTO     PIC X(01) VALUE 'N'.
001940     88  RTB-RESPALDO-ABIERTO             VALUE 'Y'.
001950 01  RTB-SW-ENTRADA-ABIERTA      PIC X(01) VALUE 'N'.
001960     88  RTB-ENTRADA-ABIERTA              VALUE 'Y'.
001970 01  RTB-SW-CARGA-ABIERTA        PIC X(01) VALUE 'N'.
001980     88  RTB-CARGA-ABIERTA                VALUE 'Y'.

001990*----------------------------------------------------------------
002000*   REGISTRO DEL RESPALDO (LAYOUT BLIRESP) EN AREA DE TRABAJO:
002010*   SE LEE CON INTO Y SE GRABA CON FROM.
002020*----------------------------------------------------------------
002030     COPY BLIRESP.

002040*----------------------------------------------------------------
002050*   FECHA Y HORA DE LA CORRIDA, PARA LA CABECERA DEL RESPALDO.
002060*----------------------------------------------------------------
002070 01  RTB-FECHA-CORRIDA           PIC 9(08) VALUE ZERO.
002080 01  RTB-HORA-CORRIDA            PIC 9(08) VALUE ZERO.

002090*----------------------------------------------------------------
002100*   DEFINICIONES DE TABLA LEIDAS DE PARMCTL (LOS DOS FORMATOS
002110*   DEL ARCHIVO, VER BLIPARM). SIN PARMCTL LA RESTAURACION NO
002120*   CONTROLA LA DEFINICION.
002130*----------------------------------------------------------------
002140 01  RTB-MAX-TABLAS              PIC 9(02) VALUE 10.
002150 01  RTB-CANT-TABLAS             PIC 9(02) VALUE ZERO.
002160 01  RTB-IDX-TABLA               PIC 9(02) VALUE ZERO.

002170 01  RTB-TABLAS-DEFINIDAS.
002180     05  RTB-TDEF OCCURS 10 TIMES.
002190         10  RTB-TDEF-ID         PIC X(08).
002200         10  RTB-TDEF-MAX        PIC 9(07).
002210         10  RTB-TDEF-INICIAL    PIC 9(07).
002220         10  RTB-TDEF-INCREMENTO PIC 9(07).
002230         10  RTB-TDEF-TIPO       PIC X(01).

002240 01  RTB-SW-DEF-HALLADA          PIC X(01) VALUE 'N'.
002250     88  RTB-DEF-HALLADA                  VALUE 'Y'.

002260*----------------------------------------------------------------
002270*   CAMPOS DE TRABAJO DEL RESPALDO: LA TABLA EN CURSO, SI SU
002280*   SECCION EMPEZO CON CONTROL ('V') O NO ('S'), SUS
002290*   CONTADORES Y LOS TOTALES DEL RESPALDO.
002300*----------------------------------------------------------------
002310 01  RTB-SW-RESPALDO-HECHO       PIC X(01) VALUE 'N'.
002320     88  RTB-RESPALDO-HECHO               VALUE 'Y'.

002330 01  RTB-TABLA-ACTUAL            PIC X(08) VALUE SPACES.
002340 01  RTB-SW-SECCION              PIC X(01) VALUE SPACE.
002350     88  RTB-SECCION-VALIDA               VALUE 'V'.
002360     88  RTB-SECCION-SIN-CONTROL          VALUE 'S'.
002370 01  RTB-CANT-ELEMENTOS          PIC 9(07) VALUE ZERO.
002380 01  RTB-HASH                    PIC 9(15) VALUE ZERO.
002390 01  RTB-CANT-IGNORADOS          PIC 9(07) VALUE ZERO.
002400 01  RTB-TABLAS-RESPALDADAS      PIC 9(03) VALUE ZERO.
002410 01  RTB-TOTAL-RESPALDADOS       PIC 9(09) VALUE ZERO.
002420 01  RTB-CANT-SIN-CONTROL        PIC 9(03) VALUE ZERO.

002430*----------------------------------------------------------------
002440*   CAMPOS DE TRABAJO DE LA RESTAURACION: EL CONTROL DE LA
002450*   TABLA TOMADO DEL RESPALDO, LA IMAGEN DEL ELEMENTO EN CURSO
002460*   (AMBOS CON EL LAYOUT DE BLITAB), LA FECHA DEL RESPALDO, LOS
002470*   VALORES DEL TRAILER Y LOS DE LA TABLA RESTAURADA.
002480*----------------------------------------------------------------
002490 01  RTB-CONTROL-GUARDADO.
002500     05  RTB-CG-TABLA-ID         PIC X(08).
002510     05  RTB-CG-ELEMENTO         PIC 9(07).
002520     05  RTB-CG-INDICE           PIC 9(07).
002530     05  RTB-CG-MAX-ENTRADAS     PIC 9(07).
002540     05  RTB-CG-VALOR-INICIAL    PIC 9(07).
002550     05  RTB-CG-INCREMENTO       PIC 9(07).

002560 01  RTB-IMAGEN-ELEMENTO.
002570     05  RTB-IMG-TABLA-ID        PIC X(08).
002580     05  RTB-IMG-ELEMENTO        PIC 9(07).
002590     05  RTB-IMG-INDICE          PIC 9(07).
002600     05  FILLER                  PIC X(21).

002610 01  RTB-FECHA-RESPALDO          PIC 9(08) VALUE ZERO.
002620 01  RTB-TRL-CANTIDAD            PIC 9(07) VALUE ZERO.
002630 01  RTB-TRL-HASH                PIC 9(15) VALUE ZERO.
002640 01  RTB-CANT-BORRADOS           PIC 9(07) VALUE ZERO.
002650 01  RTB-CANT-GRABADOS           PIC 9(07) VALUE ZERO.
002660 01  RTB-CANT-RESTAURADOS        PIC 9(07) VALUE ZERO.
002670 01  RTB-HASH-RESTAURADO         PIC 9(15) VALUE ZERO.
002680 01  RTB-CANT-CLAVES-CARGA       PIC 9(07) VALUE ZERO.

002690 01  RTB-SW-CARGA-USADA          PIC X(01) VALUE 'N'.
002700     88  RTB-CARGA-USADA                  VALUE 'Y'.

002710 01  RTB-SW-ERROR-GRAVE          PIC X(01) VALUE 'N'.
002720     88  RTB-HUBO-ERROR-GRAVE             VALUE 'Y'.

002730*----------------------------------------------------------------
002740*   CONTADORES DEL RESUMEN FINAL.
002750*----------------------------------------------------------------
002760 01  RTB-ACCIONES-PROCESADAS     PIC 9(03) VALUE ZERO.
002770 01  RTB-ACCIONES-RECHAZADAS     PIC 9(03) VALUE ZERO.

002780*----------------------------------------------------------------
002790*   LAYOUTS DE LOS RENGLONES DEL REPORTE.
002800*----------------------------------------------------------------
002810 01  RTB-LINEA-CABECERA.
002820     05  FILLER                  PIC X(13) VALUE "RESPALDO DEL ".
002830     05  RLC-FECHA               PIC 9(08).
002840     05  FILLER                  PIC X(06) VALUE " HORA ".
002850     05  RLC-HORA                PIC 9(08).
002860     05  FILLER                  PIC X(09) VALUE " ALCANCE ".
002870     05  RLC-ALCANCE             PIC X(08).
002880     05  FILLER                  PIC X(80) VALUE SPACES.

002890 01  RTB-LINEA-RESPALDADA.
002900     05  FILLER                  PIC X(06) VALUE "TABLA ".
002910     05  RLR-TABLA               PIC X(08).
002920     05  FILLER                  PIC X(25) VALUE
002930         " RESPALDADA - ELEMENTOS  ".
002940     05  RLR-CANTIDAD            PIC 9(07).
002950     05  FILLER                  PIC X(07) VALUE "  HASH ".
002960     05  RLR-HASH                PIC 9(15).
002970     05  FILLER                  PIC X(64) VALUE SPACES.

002980 01  RTB-LINEA-SIN-CONTROL.
002990     05  FILLER                  PIC X(06) VALUE "TABLA ".
003000     05  RLS-TABLA               PIC X(08).
003010     05  FILLER                  PIC X(33) VALUE
003020         " SIN REGISTRO DE CONTROL - NO SE ".
003030     05  FILLER                  PIC X(23) VALUE
003040         "RESPALDA - REGISTROS   ".
003050     05  RLS-CANTIDAD            PIC 9(07).
003060     05  FILLER                  PIC X(55) VALUE SPACES.

003070 01  RTB-LINEA-TOTAL-RESPALDO.
003080     05  FILLER                  PIC X(26) VALUE
003090         "RESPALDO COMPLETO: TABLAS ".
003100     05  RLT-TABLAS              PIC 9(03).
003110     05  FILLER                  PIC X(12) VALUE "  ELEMENTOS ".
003120     05  RLT-ELEMENTOS           PIC 9(09).
003130     05  FILLER                  PIC X(82) VALUE SPACES.

003140 01  RTB-LINEA-RESTAURADA.
003150     05  FILLER                  PIC X(06) VALUE "TABLA ".
003160     05  RLE-TABLA               PIC X(08).
003170     05  FILLER                  PIC X(26) VALUE
003180         " RESTAURADA DEL RESPALDO D".
003190     05  FILLER                  PIC X(03) VALUE "EL ".
003200     05  RLE-FECHA               PIC 9(08).
003210     05  FILLER                  PIC X(25) VALUE
003220         " - REGISTROS REEMPLAZADOS".
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  RLE-BORRADOS            PIC 9(07).
003250     05  FILLER                  PIC X(48) VALUE SPACES.

003260 01  RTB-LINEA-CONTRASTE.
003270     05  FILLER                  PIC X(23) VALUE
003280         "    TRAILER: ELEMENTOS ".
003290     05  RLK-TRL-CANTIDAD        PIC 9(07).
003300     05  FILLER                  PIC X(06) VALUE " HASH ".
003310     05  RLK-TRL-HASH            PIC 9(15).
003320     05  FILLER                  PIC X(23) VALUE
003330         "   TABLAVSM: ELEMENTOS ".
003340     05  RLK-TAB-CANTIDAD        PIC 9(07).
003350     05  FILLER                  PIC X(06) VALUE " HASH ".
003360     05  RLK-TAB-HASH            PIC 9(15).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  RLK-RESULTADO           PIC X(11).
003390     05  FILLER                  PIC X(17) VALUE SPACES.

003400 01  RTB-LINEA-CARGA.
003410     05  FILLER                  PIC X(35) VALUE
003420         "    ARCHIVO DE CARGA RESPCARG GRABA".
003430     05  FILLER                  PIC X(10) VALUE "DO - CLAVE".
003440     05  FILLER                  PIC X(02) VALUE "S ".
003450     05  RLG-CANTIDAD            PIC 9(07).
003460     05  FILLER                  PIC X(78) VALUE SPACES.

003470 01  RTB-LINEA-RECHAZO.
003480     05  FILLER                  PIC X(18) VALUE
003490         "ACCION RECHAZADA: ".
003500     05  RLX-ACCION              PIC X(08).
003510     05  FILLER                  PIC X(07) VALUE " TABLA ".
003520     05  RLX-TABLA               PIC X(08).
003530     05  FILLER                  PIC X(03) VALUE " - ".
003540     05  RLX-MOTIVO              PIC X(40).
003550     05  FILLER                  PIC X(48) VALUE SPACES.

003560 01  RTB-LINEA-RESUMEN.
003570     05  FILLER                  PIC X(21) VALUE
003580         "ACCIONES PROCESADAS: ".
003590     05  RLM-PROCESADAS          PIC 9(03).
003600     05  FILLER                  PIC X(13) VALUE "  RECHAZADAS ".
003610     05  RLM-RECHAZADAS          PIC 9(03).
003620     05  FILLER                  PIC X(92) VALUE SPACES.

003630 PROCEDURE DIVISION.
003640*****************************************************************
003650*   0000-MAINLINE
003660*----------------------------------------------------------------
003670*   PARRAFO PRINCIPAL: ABRE LOS ARCHIVOS, CARGA LAS DEFINICIONES
003680*   DE PARMCTL, PROCESA LAS TARJETAS DE RESPCTL UNA POR UNA Y
003690*   CIERRA CON EL RESUMEN Y EL RETURN-CODE PARA EL JCL.
003700*****************************************************************
003710 0000-MAINLINE.
003720     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

003730     PERFORM 3100-LEER-ACCION THRU 3100-EXIT.

003740     IF RTB-FIN-CONTROL
003750         DISPLAY "RTB0004E RESPCTL SIN ACCIONES - NADA QUE HACER"
003760         MOVE "RESPCTL SIN ACCIONES - NADA QUE HACER"
003770             TO REG-REPORTE
003780         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
003790         MOVE 16 TO RETURN-CODE
003800         PERFORM 9000-FINALIZAR THRU 9000-EXIT
003810         STOP RUN
003820     END-IF.

003830     PERFORM 3000-PROCESAR-ACCION THRU 3000-EXIT
003840         UNTIL RTB-FIN-CONTROL.

003850     PERFORM 5000-CERRAR-RESPALDO THRU 5000-EXIT.

003860     PERFORM 9000-FINALIZAR THRU 9000-EXIT.

003870     STOP RUN.

003880*****************************************************************
003890*   1000-INICIALIZAR
003900*----------------------------------------------------------------
003910*   ABRE EL REPORTE, LAS TARJETAS DE CONTROL Y TABLAVSM DE
003920*   ENTRADA/SALIDA. SIN TARJETAS O SIN TABLAVSM NO HAY NADA QUE
003930*   HACER: SE INFORMA Y SE TERMINA CON CODIGO 16. PARMCTL SE
003940*   CARGA SI EXISTE.
003950*****************************************************************
003960 1000-INICIALIZAR.
003970     DISPLAY "RTB0001I INICIANDO RESPALDO/RESTAURACION DE "
003980         "TABLAVSM".

003990     ACCEPT RTB-FECHA-CORRIDA FROM DATE YYYYMMDD.
004000     ACCEPT RTB-HORA-CORRIDA  FROM TIME.

004010     OPEN OUTPUT ARCHIVO-REPORTE.
004020     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

004030     OPEN INPUT ARCHIVO-CONTROL.

004040     IF RTB-EF-CONTROL NOT = '00'
004050         DISPLAY "RTB0002E NO SE PUDO ABRIR RESPCTL - FILE "
004060             "STATUS " RTB-EF-CONTROL
004070         MOVE "RESPCTL AUSENTE - NO SE PROCESO NADA"
004080             TO REG-REPORTE
004090         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
004100         MOVE 16 TO RETURN-CODE
004110         CLOSE ARCHIVO-REPORTE
004120         STOP RUN
004130     END-IF.

004140     OPEN I-O ARCHIVO-TABLA.

004150     IF RTB-EF-TABLA NOT = '00'
004160         DISPLAY "RTB0003E NO SE PUDO ABRIR TABLAVSM - FILE "
004170             "STATUS " RTB-EF-TABLA
004180         MOVE "TABLAVSM AUSENTE O INABRIBLE - NO SE PROCESO NADA"
004190             TO REG-REPORTE
004200         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
004210         MOVE 16 TO RETURN-CODE
004220         CLOSE ARCHIVO-CONTROL ARCHIVO-REPORTE
004230         STOP RUN
004240     END-IF.

004250     PERFORM 1500-LEER-PARAMETROS THRU 1500-EXIT.
004260 1000-EXIT.
004270     EXIT.

004280*----------------------------------------------------------------
004290*   1100-VALIDAR-EF-REPORTE
004300*----------------------------------------------------------------
004310*   VERIFICA EL FILE STATUS DE ARCHIVO-REPORTE LUEGO DE CADA OPEN
004320*   Y DE CADA WRITE. EL REPORTE ES LA CONSTANCIA DEL RESPALDO Y
004330*   DE LA RESTAURACION; UN ERROR DE E/S SOBRE EL DETIENE LA
004340*   CORRIDA.
004350*----------------------------------------------------------------
004360 1100-VALIDAR-EF-REPORTE.
004370     IF RTB-EF-REPORTE NOT = '00'
004380         DISPLAY "RTB0005E ERROR DE E/S EN ARCHIVO-REPORTE - "
004390             "FILE STATUS " RTB-EF-REPORTE
004400         MOVE 16 TO RETURN-CODE
004410         PERFORM 9000-FINALIZAR THRU 9000-EXIT
004420         STOP RUN
004430     END-IF.
004440 1100-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470*   1150-ESCRIBIR-RENGLON
004480*----------------------------------------------------------------
004490 1150-ESCRIBIR-RENGLON.
004500     WRITE REG-REPORTE.
004510     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
004520 1150-EXIT.
004530     EXIT.

004540*----------------------------------------------------------------
004550*   1200-ERROR-TABLA
004560*----------------------------------------------------------------
004570*   UN ERROR DE E/S SOBRE TABLAVSM DEJA LA RESTAURACION A MEDIO
004580*   HACER, ASI QUE LA CORRIDA SE DETIENE DE INMEDIATO PARA QUE
004590*   SE REVISE EL CLUSTER.
004600*----------------------------------------------------------------
004610 1200-ERROR-TABLA.
004620     DISPLAY "RTB0006E ERROR DE E/S EN ARCHIVO-TABLA - "
004630         "FILE STATUS " RTB-EF-TABLA.
004640     MOVE 16 TO RETURN-CODE.
004650     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
004660     STOP RUN.
004670 1200-EXIT.
004680     EXIT.

004690*****************************************************************
004700*   1500-LEER-PARAMETROS
004710*----------------------------------------------------------------
004720*   CARGA LAS DEFINICIONES DE TABLA DESDE PARMCTL, RECONOCIENDO
004730*   LOS DOS FORMATOS DEL ARCHIVO IGUAL QUE MANTENEDORTABLA: EL
004740*   HISTORICO (PRIMEROS SIETE BYTES NUMERICOS) DEFINE LA UNICA
004750*   TABLA "IMPARES". UNA DEFINICION CON CAMPOS NO NUMERICOS SE
004760*   IGNORA CON AVISO.
004770*****************************************************************
004780 1500-LEER-PARAMETROS.
004790     MOVE ZERO TO RTB-CANT-TABLAS.

004800     OPEN INPUT ARCHIVO-PARAMETROS.

004810     IF RTB-EF-PARAMETROS NOT = '00'
004820         DISPLAY "RTB0007I PARMCTL AUSENTE - LAS TABLAS "
004830             "RESTAURADAS NO SE CONTROLAN CONTRA SU DEFINICION"
004840         GO TO 1500-EXIT
004850     END-IF.

004860     READ ARCHIVO-PARAMETROS
004870         AT END
004880             MOVE '10' TO RTB-EF-PARAMETROS
004890     END-READ.

004900     IF RTB-FIN-PARAMETROS
004910         CLOSE ARCHIVO-PARAMETROS
004920         GO TO 1500-EXIT
004930     END-IF.

004940     IF PARM1-MAX-ENTRADAS NUMERIC
004950         MOVE 1 TO RTB-CANT-TABLAS
004960         MOVE "IMPARES" TO RTB-TDEF-ID(1)
004970         MOVE PARM1-MAX-ENTRADAS  TO RTB-TDEF-MAX(1)
004980         MOVE PARM1-VALOR-INICIAL TO RTB-TDEF-INICIAL(1)
004990         MOVE PARM1-INCREMENTO    TO RTB-TDEF-INCREMENTO(1)
005000         MOVE 'S'                 TO RTB-TDEF-TIPO(1)
005010     ELSE
005020         PERFORM 1550-CARGAR-UNA-DEFINICION THRU 1550-EXIT
005030             UNTIL RTB-FIN-PARAMETROS
005040     END-IF.

005050     CLOSE ARCHIVO-PARAMETROS.
005060 1500-EXIT.
005070     EXIT.

005080*----------------------------------------------------------------
005090*   1550-CARGAR-UNA-DEFINICION
005100*----------------------------------------------------------------
005110*   PROCESA UN REGISTRO DEL FORMATO ACTUAL DE PARMCTL Y LEE EL
005120*   SIGUIENTE. EL REGISTRO *CONTROL NO DEFINE NINGUNA TABLA.
005130*----------------------------------------------------------------
005140 1550-CARGAR-UNA-DEFINICION.
005150     IF PARM-TABLA-ID = "*CONTROL"
005160     OR PARM-TABLA-ID = SPACES
005170         GO TO 1550-SIGUIENTE
005180     END-IF.

005190     IF PARM-MAX-ENTRADAS NOT NUMERIC
005200         DISPLAY "RTB0008I PARMCTL: TABLA " PARM-TABLA-ID
005210             " CON CAMPOS NO NUMERICOS - SE IGNORA"
005220         GO TO 1550-SIGUIENTE
005230     END-IF.

005240     IF NOT PARM-CARGA-ARCHIVO
005250     AND (PARM-VALOR-INICIAL NOT NUMERIC
005260          OR PARM-INCREMENTO NOT NUMERIC)
005270         DISPLAY "RTB0008I PARMCTL: TABLA " PARM-TABLA-ID
005280             " CON CAMPOS NO NUMERICOS - SE IGNORA"
005290         GO TO 1550-SIGUIENTE
005300     END-IF.

005310     IF RTB-CANT-TABLAS >= RTB-MAX-TABLAS
005320         DISPLAY "RTB0009I PARMCTL: SE ADMITEN HASTA "
005330             RTB-MAX-TABLAS " TABLAS - EXCEDENTES IGNORADAS"
005340         GO TO 1550-SIGUIENTE
005350     END-IF.

005360     ADD 1 TO RTB-CANT-TABLAS.
005370     MOVE PARM-TABLA-ID      TO RTB-TDEF-ID(RTB-CANT-TABLAS).
005380     MOVE PARM-MAX-ENTRADAS  TO RTB-TDEF-MAX(RTB-CANT-TABLAS).

005390     IF PARM-CARGA-ARCHIVO
005400         MOVE 'A'  TO RTB-TDEF-TIPO(RTB-CANT-TABLAS)
005410         MOVE ZERO TO RTB-TDEF-INICIAL(RTB-CANT-TABLAS)
005420         MOVE ZERO TO RTB-TDEF-INCREMENTO(RTB-CANT-TABLAS)
005430         GO TO 1550-SIGUIENTE
005440     END-IF.

005450     MOVE 'S' TO RTB-TDEF-TIPO(RTB-CANT-TABLAS).
005460     MOVE PARM-VALOR-INICIAL
005470         TO RTB-TDEF-INICIAL(RTB-CANT-TABLAS).
005480     MOVE PARM-INCREMENTO
005490         TO RTB-TDEF-INCREMENTO(RTB-CANT-TABLAS).

005500 1550-SIGUIENTE.
005510     READ ARCHIVO-PARAMETROS
005520         AT END
005530             MOVE '10' TO RTB-EF-PARAMETROS
005540     END-READ.
005550 1550-EXIT.
005560     EXIT.

005570*----------------------------------------------------------------
005580*   3100-LEER-ACCION
005590*----------------------------------------------------------------
005600 3100-LEER-ACCION.
005610     READ ARCHIVO-CONTROL
005620         AT END
005630             MOVE '10' TO RTB-EF-CONTROL
005640     END-READ.
005650 3100-EXIT.
005660     EXIT.

005670*****************************************************************
005680*   3000-PROCESAR-ACCION
005690*----------------------------------------------------------------
005700*   DESPACHA LA TARJETA LEIDA SEGUN SU ACCION. UNA ACCION
005710*   DESCONOCIDA, UNA RESTAURA SIN TABLA O CON UNA FECHA NO
005720*   NUMERICA SE RECHAZA Y SE SIGUE CON LA TARJETA SIGUIENTE.
005730*****************************************************************
005740 3000-PROCESAR-ACCION.
005750     MOVE SPACES TO RLX-MOTIVO.

005760     IF RTC-ACCION-RESPALDO
005770         PERFORM 3200-RESPALDAR THRU 3200-EXIT
005780         GO TO 3000-SIGUIENTE
005790     END-IF.

005800     IF NOT RTC-ACCION-RESTAURA
005810         MOVE "ACCION DESCONOCIDA" TO RLX-MOTIVO
005820         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
005830         GO TO 3000-SIGUIENTE
005840     END-IF.

005850     IF RTC-TABLA = SPACES
005860         MOVE "FALTA LA TABLA A RESTAURAR" TO RLX-MOTIVO
005870         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
005880         GO TO 3000-SIGUIENTE
005890     END-IF.

005900     IF RTC-FECHA NOT = SPACES
005910     AND RTC-FECHA NOT NUMERIC
005920         MOVE "FECHA DEL RESPALDO NO NUMERICA" TO RLX-MOTIVO
005930         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
005940         GO TO 3000-SIGUIENTE
005950     END-IF.

005960     PERFORM 3500-RESTAURAR-TABLA THRU 3500-EXIT.

005970 3000-SIGUIENTE.
005980     PERFORM 3100-LEER-ACCION THRU 3100-EXIT.
005990 3000-EXIT.
006000     EXIT.

006010*****************************************************************
006020*   3200-RESPALDAR
006030*----------------------------------------------------------------
006040*   GRABA EN RESPSAL LA CABECERA Y, BARRIENDO TABLAVSM EN ORDEN
006050*   DE CLAVE DESDE LA TABLA PEDIDA (O DESDE EL PRINCIPIO SI VA
006060*   EN BLANCO), CADA TABLA CON SU CONTROL, SUS ELEMENTOS Y SU
006070*   TRAILER. UNA TABLA SIN REGISTRO DE CONTROL NO SE RESPALDA
006080*   (NO PODRIA RESTAURARSE A UN ESTADO UTIL): SE INFORMA Y SUS
006090*   REGISTROS SOLO SE CUENTAN. SI NO SE RESPALDO NINGUNA TABLA
006100*   LA ACCION SE RECHAZA.
006110*****************************************************************
006120 3200-RESPALDAR.
006130     IF RTB-RESPALDO-HECHO
006140         MOVE "UN SOLO RESPALDO POR CORRIDA" TO RLX-MOTIVO
006150         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
006160         GO TO 3200-EXIT
006170     END-IF.
006180     MOVE 'Y' TO RTB-SW-RESPALDO-HECHO.

006190     OPEN OUTPUT ARCHIVO-RESPALDO.
006200     PERFORM 3290-VALIDAR-EF-RESPALDO THRU 3290-EXIT.
006210     MOVE 'Y' TO RTB-SW-RESPALDO-ABIERTO.

006220     MOVE SPACES TO REG-RESPALDO.
006230     MOVE 'H' TO RSP-TIPO.
006240     MOVE RTB-FECHA-CORRIDA TO RSP-CAB-FECHA.
006250     MOVE RTB-HORA-CORRIDA  TO RSP-CAB-HORA.
006260     IF RTC-TABLA = SPACES
006270         MOVE "*TODAS*" TO RSP-CAB-ALCANCE
006280     ELSE
006290         MOVE RTC-TABLA TO RSP-CAB-ALCANCE
006300     END-IF.
006310     PERFORM 3280-GRABAR-RESPALDO THRU 3280-EXIT.

006320     MOVE RSP-CAB-FECHA   TO RLC-FECHA.
006330     MOVE RSP-CAB-HORA    TO RLC-HORA.
006340     MOVE RSP-CAB-ALCANCE TO RLC-ALCANCE.
006350     WRITE REG-REPORTE FROM RTB-LINEA-CABECERA.
006360     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

006370     MOVE SPACES TO RTB-TABLA-ACTUAL.
006380     MOVE SPACE  TO RTB-SW-SECCION.
006390     MOVE ZERO   TO RTB-TABLAS-RESPALDADAS.
006400     MOVE ZERO   TO RTB-TOTAL-RESPALDADOS.
006410     MOVE '00'   TO RTB-EF-TABLA.

006420     IF RTC-TABLA = SPACES
006430         MOVE LOW-VALUES TO TAB-CLAVE
006440     ELSE
006450         MOVE RTC-TABLA TO TAB-TABLA-ID
006460         MOVE ZERO      TO TAB-ELEMENTO
006470     END-IF.

006480     START ARCHIVO-TABLA KEY NOT LESS THAN TAB-CLAVE
006490         INVALID KEY
006500             MOVE '10' TO RTB-EF-TABLA
006510     END-START.

006520     IF NOT RTB-FIN-TABLA
006530         PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT
006540     END-IF.

006550     PERFORM 3220-RESPALDAR-UN-REGISTRO THRU 3220-EXIT
006560         UNTIL RTB-FIN-TABLA
006570            OR (RTC-TABLA NOT = SPACES
006580                AND TAB-TABLA-ID NOT = RTC-TABLA).

006590     PERFORM 3270-CERRAR-SECCION THRU 3270-EXIT.

006600     CLOSE ARCHIVO-RESPALDO.
006610     MOVE 'N' TO RTB-SW-RESPALDO-ABIERTO.

006620     IF RTB-TABLAS-RESPALDADAS = ZERO
006630         IF RTC-TABLA = SPACES
006640             MOVE "TABLAVSM SIN TABLAS PARA RESPALDAR"
006650                 TO RLX-MOTIVO
006660         ELSE
006670             MOVE "TABLA INEXISTENTE O SIN CONTROL"
006680                 TO RLX-MOTIVO
006690         END-IF
006700         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
006710         GO TO 3200-EXIT
006720     END-IF.

006730     ADD 1 TO RTB-ACCIONES-PROCESADAS.
006740     MOVE RTB-TABLAS-RESPALDADAS TO RLT-TABLAS.
006750     MOVE RTB-TOTAL-RESPALDADOS  TO RLT-ELEMENTOS.
006760     WRITE REG-REPORTE FROM RTB-LINEA-TOTAL-RESPALDO.
006770     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

006780     DISPLAY "RTB0012I RESPALDO COMPLETO - TABLAS: "
006790         RTB-TABLAS-RESPALDADAS
006800         " ELEMENTOS: " RTB-TOTAL-RESPALDADOS.
006810 3200-EXIT.
006820     EXIT.

006830*----------------------------------------------------------------
006840*   3220-RESPALDAR-UN-REGISTRO
006850*----------------------------------------------------------------
006860*   UN CAMBIO DE TABLA CIERRA LA SECCION ANTERIOR (CON SU
006870*   TRAILER) Y ABRE LA NUEVA: SI SU PRIMER REGISTRO ES EL
006880*   CONTROL (EL ELEMENTO 0000000 ORDENA PRIMERO) SE GRABA COMO
006890*   'C'; SI NO, LA TABLA NO TIENE CONTROL. LOS DEMAS REGISTROS
006900*   DE UNA SECCION VALIDA SE GRABAN COMO 'E' Y SUMAN AL HASH.
006910*----------------------------------------------------------------
006920 3220-RESPALDAR-UN-REGISTRO.
006930     IF TAB-TABLA-ID NOT = RTB-TABLA-ACTUAL
006940         PERFORM 3270-CERRAR-SECCION THRU 3270-EXIT
006950         MOVE TAB-TABLA-ID TO RTB-TABLA-ACTUAL
006960         MOVE ZERO TO RTB-CANT-ELEMENTOS
006970         MOVE ZERO TO RTB-HASH
006980         MOVE ZERO TO RTB-CANT-IGNORADOS
006990         IF TAB-ELEMENTO = ZERO
007000             MOVE 'V' TO RTB-SW-SECCION
007010             MOVE SPACES TO REG-RESPALDO
007020             MOVE 'C' TO RSP-TIPO
007030             MOVE REG-TABLA TO RSP-REGISTRO-TABLA
007040             PERFORM 3280-GRABAR-RESPALDO THRU 3280-EXIT
007050         ELSE
007060             MOVE 'S' TO RTB-SW-SECCION
007070             ADD 1 TO RTB-CANT-IGNORADOS
007080         END-IF
007090         GO TO 3220-SIGUIENTE
007100     END-IF.

007110     IF RTB-SECCION-SIN-CONTROL
007120         ADD 1 TO RTB-CANT-IGNORADOS
007130         GO TO 3220-SIGUIENTE
007140     END-IF.

007150     MOVE SPACES TO REG-RESPALDO.
007160     MOVE 'E' TO RSP-TIPO.
007170     MOVE REG-TABLA TO RSP-REGISTRO-TABLA.
007180     PERFORM 3280-GRABAR-RESPALDO THRU 3280-EXIT.

007190     ADD 1 TO RTB-CANT-ELEMENTOS.
007200     ADD TAB-ELEMENTO TO RTB-HASH.
007210     ADD TAB-INDICE   TO RTB-HASH.

007220 3220-SIGUIENTE.
007230     PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT.
007240 3220-EXIT.
007250     EXIT.

007260*----------------------------------------------------------------
007270*   3250-LEER-REG-TABLA
007280*----------------------------------------------------------------
007290 3250-LEER-REG-TABLA.
007300     READ ARCHIVO-TABLA NEXT RECORD
007310         AT END
007320             MOVE '10' TO RTB-EF-TABLA
007330     END-READ.
007340 3250-EXIT.
007350     EXIT.

007360*----------------------------------------------------------------
007370*   3270-CERRAR-SECCION
007380*----------------------------------------------------------------
007390*   CIERRA LA TABLA CUYA SECCION TERMINO: UNA VALIDA RECIBE SU
007400*   TRAILER Y SU RENGLON EN EL REPORTE; UNA SIN CONTROL SOLO SE
007410*   INFORMA. AL ARRANCAR EL BARRIDO TODAVIA NO HAY SECCION.
007420*----------------------------------------------------------------
007430 3270-CERRAR-SECCION.
007440     IF RTB-TABLA-ACTUAL = SPACES
007450         GO TO 3270-EXIT
007460     END-IF.

007470     IF RTB-SECCION-SIN-CONTROL
007480         ADD 1 TO RTB-CANT-SIN-CONTROL
007490         MOVE RTB-TABLA-ACTUAL   TO RLS-TABLA
007500         MOVE RTB-CANT-IGNORADOS TO RLS-CANTIDAD
007510         WRITE REG-REPORTE FROM RTB-LINEA-SIN-CONTROL
007520         PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT
007530         DISPLAY "RTB0013I TABLA " RTB-TABLA-ACTUAL
007540             " SIN REGISTRO DE CONTROL - NO SE RESPALDA"
007550         GO TO 3270-EXIT
007560     END-IF.

007570     MOVE SPACES TO REG-RESPALDO.
007580     MOVE 'T' TO RSP-TIPO.
007590     MOVE RTB-TABLA-ACTUAL   TO RSP-TABLA-ID.
007600     MOVE RTB-CANT-ELEMENTOS TO RSP-TRL-CANTIDAD.
007610     MOVE RTB-HASH           TO RSP-TRL-HASH.
007620     PERFORM 3280-GRABAR-RESPALDO THRU 3280-EXIT.

007630     ADD 1 TO RTB-TABLAS-RESPALDADAS.
007640     ADD RTB-CANT-ELEMENTOS TO RTB-TOTAL-RESPALDADOS.

007650     MOVE RTB-TABLA-ACTUAL   TO RLR-TABLA.
007660     MOVE RTB-CANT-ELEMENTOS TO RLR-CANTIDAD.
007670     MOVE RTB-HASH           TO RLR-HASH.
007680     WRITE REG-REPORTE FROM RTB-LINEA-RESPALDADA.
007690     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
007700 3270-EXIT.
007710     EXIT.

007720*----------------------------------------------------------------
007730*   3280-GRABAR-RESPALDO
007740*----------------------------------------------------------------
007750 3280-GRABAR-RESPALDO.
007760     WRITE REG-RESPALDO-SALIDA FROM REG-RESPALDO.
007770     PERFORM 3290-VALIDAR-EF-RESPALDO THRU 3290-EXIT.
007780 3280-EXIT.
007790     EXIT.

007800*----------------------------------------------------------------
007810*   3290-VALIDAR-EF-RESPALDO
007820*----------------------------------------------------------------
007830*   UN RESPALDO QUE NO SE PUDO GRABAR ENTERO NO SIRVE: LA
007840*   CORRIDA SE DETIENE.
007850*----------------------------------------------------------------
007860 3290-VALIDAR-EF-RESPALDO.
007870     IF RTB-EF-RESPALDO NOT = '00'
007880         DISPLAY "RTB0010E ERROR DE E/S EN RESPSAL - FILE "
007890             "STATUS " RTB-EF-RESPALDO
007900         MOVE 16 TO RETURN-CODE
007910         PERFORM 9000-FINALIZAR THRU 9000-EXIT
007920         STOP RUN
007930     END-IF.
007940 3290-EXIT.
007950     EXIT.

007960*****************************************************************
007970*   3500-RESTAURAR-TABLA
007980*----------------------------------------------------------------
007990*   VALIDA LA SECCION DE LA TABLA EN EL RESPALDO Y SU
008000*   DEFINICION; RECIEN ENTONCES REEMPLAZA LA TABLA VIGENTE Y
008010*   CONTRASTA LO RESTAURADO CONTRA EL TRAILER. UN RECHAZO EN
008020*   LAS VALIDACIONES DEJA LA TABLA VIGENTE COMO ESTABA.
008030*****************************************************************
008040 3500-RESTAURAR-TABLA.
008050     PERFORM 3510-VALIDAR-RESPALDO THRU 3510-EXIT.

008060     IF RLX-MOTIVO = SPACES
008070         PERFORM 3540-VALIDAR-DEFINICION THRU 3540-EXIT
008080     END-IF.

008090     IF RLX-MOTIVO NOT = SPACES
008100         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
008110         GO TO 3500-EXIT
008120     END-IF.

008130     PERFORM 3600-CARGAR-TABLA THRU 3600-EXIT.

008140     PERFORM 3700-CONTRASTAR-RESTAURADA THRU 3700-EXIT.
008150 3500-EXIT.
008160     EXIT.

008170*----------------------------------------------------------------
008180*   3510-VALIDAR-RESPALDO
008190*----------------------------------------------------------------
008200*   PRIMERA PASADA SOBRE RESPENT, SIN TOCAR TABLAVSM: EXIGE LA
008210*   CABECERA (Y SU FECHA, SI LA TARJETA LA TRAE), BUSCA EL
008220*   CONTROL DE LA TABLA, SUMA SUS ELEMENTOS Y LOS CONTRASTA
008230*   CONTRA SU TRAILER. UN RESPALDO CORTADO O ALTERADO SE
008240*   RECHAZA AQUI. DEJA EL MOTIVO EN RLX-MOTIVO.
008250*----------------------------------------------------------------
008260 3510-VALIDAR-RESPALDO.
008270     PERFORM 3520-ABRIR-ENTRADA THRU 3520-EXIT.

008280     PERFORM 3530-LEER-ENTRADA THRU 3530-EXIT.

008290     IF RTB-FIN-ENTRADA
008300     OR NOT RSP-CABECERA
008310         MOVE "RESPALDO VACIO O SIN CABECERA" TO RLX-MOTIVO
008320         GO TO 3510-CERRAR
008330     END-IF.

008340     MOVE RSP-CAB-FECHA TO RTB-FECHA-RESPALDO.

008350     IF RTC-FECHA NOT = SPACES
008360     AND RTC-FECHA-NUM NOT = RSP-CAB-FECHA
008370         MOVE "EL RESPALDO ES DE OTRA FECHA" TO RLX-MOTIVO
008380         GO TO 3510-CERRAR
008390     END-IF.

008400     PERFORM 3530-LEER-ENTRADA THRU 3530-EXIT
008410         UNTIL RTB-FIN-ENTRADA
008420            OR (RSP-CONTROL AND RSP-TABLA-ID = RTC-TABLA).

008430     IF RTB-FIN-ENTRADA
008440         MOVE "TABLA AUSENTE EN EL RESPALDO" TO RLX-MOTIVO
008450         GO TO 3510-CERRAR
008460     END-IF.

008470     MOVE RSP-REGISTRO-TABLA TO RTB-CONTROL-GUARDADO.
008480     MOVE ZERO TO RTB-CANT-ELEMENTOS.
008490     MOVE ZERO TO RTB-HASH.

008500     PERFORM 3530-LEER-ENTRADA THRU 3530-EXIT.
008510     PERFORM 3535-SUMAR-ELEMENTO THRU 3535-EXIT
008520         UNTIL RTB-FIN-ENTRADA
008530            OR NOT RSP-ELEMENTO
008540            OR RSP-TABLA-ID NOT = RTC-TABLA.

008550     IF RTB-FIN-ENTRADA
008560     OR NOT RSP-TRAILER
008570     OR RSP-TABLA-ID NOT = RTC-TABLA
008580         MOVE "RESPALDO INCOMPLETO - FALTA EL TRAILER"
008590             TO RLX-MOTIVO
008600         GO TO 3510-CERRAR
008610     END-IF.

008620     MOVE RSP-TRL-CANTIDAD TO RTB-TRL-CANTIDAD.
008630     MOVE RSP-TRL-HASH     TO RTB-TRL-HASH.

008640     IF RTB-CANT-ELEMENTOS NOT = RTB-TRL-CANTIDAD
008650     OR RTB-HASH NOT = RTB-TRL-HASH
008660         MOVE "EL RESPALDO NO COINCIDE CON SU TRAILER"
008670             TO RLX-MOTIVO
008680     END-IF.

008690 3510-CERRAR.
008700     CLOSE ARCHIVO-ENTRADA.
008710     MOVE 'N' TO RTB-SW-ENTRADA-ABIERTA.
008720 3510-EXIT.
008730     EXIT.

008740*----------------------------------------------------------------
008750*   3520-ABRIR-ENTRADA
008760*----------------------------------------------------------------
008770*   SIN EL RESPALDO PEDIDO NO HAY NADA QUE RESTAURAR: ES UN
008780*   ARCHIVO DE TRABAJO AUSENTE Y LA CORRIDA SE DETIENE.
008790*----------------------------------------------------------------
008800 3520-ABRIR-ENTRADA.
008810     MOVE '00' TO RTB-EF-ENTRADA.
008820     OPEN INPUT ARCHIVO-ENTRADA.

008830     IF RTB-EF-ENTRADA NOT = '00'
008840         DISPLAY "RTB0011E NO SE PUDO ABRIR RESPENT - FILE "
008850             "STATUS " RTB-EF-ENTRADA
008860         MOVE "RESPENT AUSENTE - NO SE RESTAURO NADA"
008870             TO REG-REPORTE
008880         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
008890         MOVE 16 TO RETURN-CODE
008900         PERFORM 9000-FINALIZAR THRU 9000-EXIT
008910         STOP RUN
008920     END-IF.

008930     MOVE 'Y' TO RTB-SW-ENTRADA-ABIERTA.
008940 3520-EXIT.
008950     EXIT.

008960*----------------------------------------------------------------
008970*   3530-LEER-ENTRADA
008980*----------------------------------------------------------------
008990 3530-LEER-ENTRADA.
009000     READ ARCHIVO-ENTRADA INTO REG-RESPALDO
009010         AT END
009020             MOVE '10' TO RTB-EF-ENTRADA
009030     END-READ.
009040 3530-EXIT.
009050     EXIT.

009060*----------------------------------------------------------------
009070*   3535-SUMAR-ELEMENTO
009080*----------------------------------------------------------------
009090 3535-SUMAR-ELEMENTO.
009100     MOVE RSP-REGISTRO-TABLA TO RTB-IMAGEN-ELEMENTO.
009110     ADD 1 TO RTB-CANT-ELEMENTOS.
009120     ADD RTB-IMG-ELEMENTO TO RTB-HASH.
009130     ADD RTB-IMG-INDICE   TO RTB-HASH.

009140     PERFORM 3530-LEER-ENTRADA THRU 3530-EXIT.
009150 3535-EXIT.
009160     EXIT.

009170*----------------------------------------------------------------
009180*   3540-VALIDAR-DEFINICION
009190*----------------------------------------------------------------
009200*   SI LA TABLA ESTA DEFINIDA EN PARMCTL, EL CONTROL DEL
009210*   RESPALDO DEBE SER DEL MISMO TIPO Y, EN UNA TABLA DE
009220*   SECUENCIA, DE LA MISMA SECUENCIA Y TAMANIO: LA BUSQUEDA
009230*   DETIENE LA CORRIDA ANTE UNA TABLA CONSTRUIDA CON OTRO
009240*   PARMCTL (O LA EXTIENDE SI SOLO CRECIO), ASI QUE RESTAURARLA
009250*   NO SERVIRIA. UNA TABLA SIN DEFINICION NO SE CONTROLA.
009260*----------------------------------------------------------------
009270 3540-VALIDAR-DEFINICION.
009280     MOVE 'N' TO RTB-SW-DEF-HALLADA.
009290     PERFORM 3545-COMPARAR-DEFINICION THRU 3545-EXIT
009300         VARYING RTB-IDX-TABLA FROM 1 BY 1
009310         UNTIL RTB-IDX-TABLA > RTB-CANT-TABLAS
009320            OR RTB-DEF-HALLADA.

009330     IF NOT RTB-DEF-HALLADA
009340         GO TO 3540-EXIT
009350     END-IF.
009360     SUBTRACT 1 FROM RTB-IDX-TABLA.

009370     IF RTB-TDEF-TIPO(RTB-IDX-TABLA) = 'A'
009380         IF RTB-CG-INCREMENTO NOT = ZERO
009390             MOVE "PARMCTL LA DEFINE COMO TABLA DE ARCHIVO"
009400                 TO RLX-MOTIVO
009410         END-IF
009420         GO TO 3540-EXIT
009430     END-IF.

009440     IF RTB-CG-INCREMENTO = ZERO
009450         MOVE "PARMCTL LA DEFINE COMO SECUENCIA"
009460             TO RLX-MOTIVO
009470         GO TO 3540-EXIT
009480     END-IF.

009490     IF RTB-CG-MAX-ENTRADAS  NOT = RTB-TDEF-MAX(RTB-IDX-TABLA)
009500     OR RTB-CG-VALOR-INICIAL NOT = RTB-TDEF-INICIAL(RTB-IDX-TABLA)
009510     OR RTB-CG-INCREMENTO
009520            NOT = RTB-TDEF-INCREMENTO(RTB-IDX-TABLA)
009530         MOVE "EL CONTROL NO COINCIDE CON PARMCTL"
009540             TO RLX-MOTIVO
009550     END-IF.
009560 3540-EXIT.
009570     EXIT.

009580*----------------------------------------------------------------
009590*   3545-COMPARAR-DEFINICION
009600*----------------------------------------------------------------
009610 3545-COMPARAR-DEFINICION.
009620     IF RTB-TDEF-ID(RTB-IDX-TABLA) = RTC-TABLA
009630         MOVE 'Y' TO RTB-SW-DEF-HALLADA
009640     END-IF.
009650 3545-EXIT.
009660     EXIT.

009670*****************************************************************
009680*   3600-CARGAR-TABLA
009690*----------------------------------------------------------------
009700*   SEGUNDA PASADA SOBRE RESPENT, YA VALIDADO: BORRA LA TABLA
009710*   VIGENTE, GRABA EL CONTROL DEL RESPALDO CON TAMANIO CERO,
009720*   GRABA CADA ELEMENTO TAL CUAL Y, AL TERMINAR, REESCRIBE EL
009730*   CONTROL COMPLETO. EN UNA TABLA DE ARCHIVO (INCREMENTO EN
009740*   CERO) GRABA ADEMAS SUS CLAVES EN RESPCARG SI EL DD ESTA Y
009750*   NO LO USO OTRA TABLA DE LA CORRIDA.
009760*****************************************************************
009770 3600-CARGAR-TABLA.
009780     PERFORM 3610-BORRAR-REGISTROS THRU 3610-EXIT.

009790     MOVE RTB-CONTROL-GUARDADO TO REG-TABLA.
009800     MOVE ZERO TO TAB-MAX-ENTRADAS.
009810     PERFORM 3670-GRABAR-REG-TABLA THRU 3670-EXIT.

009820     IF RTB-CG-INCREMENTO = ZERO
009830         PERFORM 3630-ABRIR-CARGA THRU 3630-EXIT
009840     END-IF.

009850     PERFORM 3520-ABRIR-ENTRADA THRU 3520-EXIT.
009860     PERFORM 3530-LEER-ENTRADA THRU 3530-EXIT
009870         UNTIL RTB-FIN-ENTRADA
009880            OR (RSP-CONTROL AND RSP-TABLA-ID = RTC-TABLA).

009890     MOVE ZERO TO RTB-CANT-GRABADOS.
009900     MOVE ZERO TO RTB-CANT-CLAVES-CARGA.
009910     PERFORM 3530-LEER-ENTRADA THRU 3530-EXIT.
009920     PERFORM 3650-GRABAR-ELEMENTO THRU 3650-EXIT
009930         UNTIL RTB-FIN-ENTRADA
009940            OR NOT RSP-ELEMENTO
009950            OR RSP-TABLA-ID NOT = RTC-TABLA.

009960     CLOSE ARCHIVO-ENTRADA.
009970     MOVE 'N' TO RTB-SW-ENTRADA-ABIERTA.

009980     IF RTB-CARGA-ABIERTA
009990         CLOSE ARCHIVO-CARGA
010000         MOVE 'N' TO RTB-SW-CARGA-ABIERTA
010010         MOVE RTB-CANT-CLAVES-CARGA TO RLG-CANTIDAD
010020         WRITE REG-REPORTE FROM RTB-LINEA-CARGA
010030         PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT
010040     END-IF.

010050     MOVE RTC-TABLA TO TAB-TABLA-ID.
010060     MOVE ZERO      TO TAB-ELEMENTO.
010070     READ ARCHIVO-TABLA
010080         INVALID KEY
010090             PERFORM 1200-ERROR-TABLA THRU 1200-EXIT
010100     END-READ.

010110     MOVE RTB-CONTROL-GUARDADO TO REG-TABLA.
010120     REWRITE REG-TABLA
010130         INVALID KEY
010140             PERFORM 1200-ERROR-TABLA THRU 1200-EXIT
010150     END-REWRITE.
010160 3600-EXIT.
010170     EXIT.

010180*----------------------------------------------------------------
010190*   3610-BORRAR-REGISTROS
010200*----------------------------------------------------------------
010210*   SE POSICIONA EN EL PRIMER REGISTRO DE LA TABLA A RESTAURAR
010220*   Y ELIMINA EN SECUENCIA HASTA QUE CAMBIA LA TABLA O SE AGOTA
010230*   EL ARCHIVO. UNA TABLA QUE NO EXISTIA SIMPLEMENTE SE CREA.
010240*----------------------------------------------------------------
010250 3610-BORRAR-REGISTROS.
010260     MOVE ZERO TO RTB-CANT-BORRADOS.
010270     MOVE '00' TO RTB-EF-TABLA.

010280     MOVE RTC-TABLA TO TAB-TABLA-ID.
010290     MOVE ZERO      TO TAB-ELEMENTO.
010300     START ARCHIVO-TABLA KEY NOT LESS THAN TAB-CLAVE
010310         INVALID KEY
010320             GO TO 3610-EXIT
010330     END-START.

010340     PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT.

010350     PERFORM 3620-BORRAR-UN-REGISTRO THRU 3620-EXIT
010360         UNTIL RTB-FIN-TABLA
010370            OR TAB-TABLA-ID NOT = RTC-TABLA.
010380 3610-EXIT.
010390     EXIT.

010400*----------------------------------------------------------------
010410*   3620-BORRAR-UN-REGISTRO
010420*----------------------------------------------------------------
010430 3620-BORRAR-UN-REGISTRO.
010440     DELETE ARCHIVO-TABLA
010450         INVALID KEY
010460             PERFORM 1200-ERROR-TABLA THRU 1200-EXIT
010470     END-DELETE.

010480     ADD 1 TO RTB-CANT-BORRADOS.

010490     PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT.
010500 3620-EXIT.
010510     EXIT.

010520*----------------------------------------------------------------
010530*   3630-ABRIR-CARGA
010540*----------------------------------------------------------------
010550*   RESPCARG ES OPCIONAL Y SIRVE A UNA SOLA TABLA DE ARCHIVO POR
010560*   CORRIDA: SU AUSENCIA, O UNA SEGUNDA TABLA DE ARCHIVO, SOLO
010570*   SE INFORMAN.
010580*----------------------------------------------------------------
010590 3630-ABRIR-CARGA.
010600     IF RTB-CARGA-USADA
010610         DISPLAY "RTB0015I RESPCARG YA SE GRABO PARA OTRA TABLA "
010620             "- NO SE GRABAN LAS CLAVES DE " RTC-TABLA
010630         GO TO 3630-EXIT
010640     END-IF.
010650     MOVE 'Y' TO RTB-SW-CARGA-USADA.

010660     OPEN OUTPUT ARCHIVO-CARGA.

010670     IF RTB-EF-CARGA NOT = '00'
010680         DISPLAY "RTB0014I RESPCARG AUSENTE - NO SE GRABAN LAS "
010690             "CLAVES DE " RTC-TABLA
010700         GO TO 3630-EXIT
010710     END-IF.

010720     MOVE 'Y' TO RTB-SW-CARGA-ABIERTA.
010730 3630-EXIT.
010740     EXIT.

010750*----------------------------------------------------------------
010760*   3650-GRABAR-ELEMENTO
010770*----------------------------------------------------------------
010780 3650-GRABAR-ELEMENTO.
010790     MOVE RSP-REGISTRO-TABLA TO REG-TABLA.
010800     PERFORM 3670-GRABAR-REG-TABLA THRU 3670-EXIT.
010810     ADD 1 TO RTB-CANT-GRABADOS.

010820     IF RTB-CARGA-ABIERTA
010830         MOVE SPACES       TO REG-CARGA
010840         MOVE TAB-ELEMENTO TO CARGA-CLAVE
010850         WRITE REG-CARGA
010860         IF RTB-EF-CARGA NOT = '00'
010870             DISPLAY "RTB0016E ERROR DE E/S EN RESPCARG - FILE "
010880                 "STATUS " RTB-EF-CARGA
010890             MOVE 16 TO RETURN-CODE
010900             PERFORM 9000-FINALIZAR THRU 9000-EXIT
010910             STOP RUN
010920         END-IF
010930         ADD 1 TO RTB-CANT-CLAVES-CARGA
010940     END-IF.

010950     PERFORM 3530-LEER-ENTRADA THRU 3530-EXIT.
010960 3650-EXIT.
010970     EXIT.

010980*----------------------------------------------------------------
010990*   3670-GRABAR-REG-TABLA
011000*----------------------------------------------------------------
011010 3670-GRABAR-REG-TABLA.
011020     WRITE REG-TABLA
011030         INVALID KEY
011040             PERFORM 1200-ERROR-TABLA THRU 1200-EXIT
011050     END-WRITE.
011060 3670-EXIT.
011070     EXIT.

011080*****************************************************************
011090*   3700-CONTRASTAR-RESTAURADA
011100*----------------------------------------------------------------
011110*   RELEE DE TABLAVSM LOS ELEMENTOS DE LA TABLA RESTAURADA (SIN
011120*   SU CONTROL), RECALCULA CANTIDAD Y HASH Y LOS CONTRASTA
011130*   CONTRA EL TRAILER DEL RESPALDO. UNA DIFERENCIA DEJA LA
011140*   CORRIDA CON CODIGO 16: LA TABLA NO DEBE USARSE HASTA
011150*   REVISARLA.
011160*****************************************************************
011170 3700-CONTRASTAR-RESTAURADA.
011180     MOVE ZERO TO RTB-CANT-RESTAURADOS.
011190     MOVE ZERO TO RTB-HASH-RESTAURADO.
011200     MOVE '00' TO RTB-EF-TABLA.

011210     MOVE RTC-TABLA TO TAB-TABLA-ID.
011220     MOVE ZERO      TO TAB-ELEMENTO.
011230     START ARCHIVO-TABLA KEY GREATER THAN TAB-CLAVE
011240         INVALID KEY
011250             MOVE '10' TO RTB-EF-TABLA
011260     END-START.

011270     IF NOT RTB-FIN-TABLA
011280         PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT
011290     END-IF.

011300     PERFORM 3750-SUMAR-RESTAURADO THRU 3750-EXIT
011310         UNTIL RTB-FIN-TABLA
011320            OR TAB-TABLA-ID NOT = RTC-TABLA.

011330     ADD 1 TO RTB-ACCIONES-PROCESADAS.
011340     MOVE RTC-TABLA          TO RLE-TABLA.
011350     MOVE RTB-FECHA-RESPALDO TO RLE-FECHA.
011360     MOVE RTB-CANT-BORRADOS  TO RLE-BORRADOS.
011370     WRITE REG-REPORTE FROM RTB-LINEA-RESTAURADA.
011380     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

011390     MOVE RTB-TRL-CANTIDAD     TO RLK-TRL-CANTIDAD.
011400     MOVE RTB-TRL-HASH         TO RLK-TRL-HASH.
011410     MOVE RTB-CANT-RESTAURADOS TO RLK-TAB-CANTIDAD.
011420     MOVE RTB-HASH-RESTAURADO  TO RLK-TAB-HASH.

011430     IF RTB-CANT-RESTAURADOS = RTB-TRL-CANTIDAD
011440     AND RTB-HASH-RESTAURADO = RTB-TRL-HASH
011450         MOVE "COINCIDE" TO RLK-RESULTADO
011460         DISPLAY "RTB0017I TABLA " RTC-TABLA
011470             " RESTAURADA DEL RESPALDO DEL " RTB-FECHA-RESPALDO
011480             " - ELEMENTOS: " RTB-CANT-RESTAURADOS
011490     ELSE
011500         MOVE "NO COINCIDE" TO RLK-RESULTADO
011510         MOVE 'Y' TO RTB-SW-ERROR-GRAVE
011520         DISPLAY "RTB0018E TABLA " RTC-TABLA
011530             " RESTAURADA NO COINCIDE CON EL TRAILER DEL "
011540             "RESPALDO - REVISAR ANTES DEL LOTE"
011550     END-IF.

011560     WRITE REG-REPORTE FROM RTB-LINEA-CONTRASTE.
011570     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
011580 3700-EXIT.
011590     EXIT.

011600*----------------------------------------------------------------
011610*   3750-SUMAR-RESTAURADO
011620*----------------------------------------------------------------
011630 3750-SUMAR-RESTAURADO.
011640     ADD 1 TO RTB-CANT-RESTAURADOS.
011650     ADD TAB-ELEMENTO TO RTB-HASH-RESTAURADO.
011660     ADD TAB-INDICE   TO RTB-HASH-RESTAURADO.

011670     PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT.
011680 3750-EXIT.
011690     EXIT.

011700*----------------------------------------------------------------
011710*   3900-RECHAZAR-ACCION
011720*----------------------------------------------------------------
011730*   DEJA CONSTANCIA DE UNA TARJETA RECHAZADA CON EL MOTIVO QUE
011740*   EL LLAMADOR CARGO EN RLX-MOTIVO.
011750*----------------------------------------------------------------
011760 3900-RECHAZAR-ACCION.
011770     ADD 1 TO RTB-ACCIONES-RECHAZADAS.
011780     MOVE RTC-ACCION TO RLX-ACCION.
011790     MOVE RTC-TABLA  TO RLX-TABLA.
011800     WRITE REG-REPORTE FROM RTB-LINEA-RECHAZO.
011810     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

011820     DISPLAY "RTB0020I ACCION RECHAZADA: " RTC-ACCION
011830         " TABLA " RTC-TABLA " - " RLX-MOTIVO.
011840 3900-EXIT.
011850     EXIT.

011860*****************************************************************
011870*   5000-CERRAR-RESPALDO
011880*----------------------------------------------------------------
011890*   ESCRIBE EL RESUMEN Y FIJA EL RETURN-CODE (0 TODO PROCESADO /
011900*   8 ACCIONES RECHAZADAS O TABLAS SIN CONTROL NO RESPALDADAS /
011910*   16 UNA TABLA RESTAURADA NO COINCIDE CON SU TRAILER).
011920*****************************************************************
011930 5000-CERRAR-RESPALDO.
011940     MOVE RTB-ACCIONES-PROCESADAS TO RLM-PROCESADAS.
011950     MOVE RTB-ACCIONES-RECHAZADAS TO RLM-RECHAZADAS.
011960     WRITE REG-REPORTE FROM RTB-LINEA-RESUMEN.
011970     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

011980     IF RTB-HUBO-ERROR-GRAVE
011990         MOVE 16 TO RETURN-CODE
012000     ELSE
012010         IF RTB-ACCIONES-RECHAZADAS > ZERO
012020         OR RTB-CANT-SIN-CONTROL > ZERO
012030             MOVE 8 TO RETURN-CODE
012040         ELSE
012050             MOVE 0 TO RETURN-CODE
012060         END-IF
012070     END-IF.

012080     DISPLAY "RTB0019I ACCIONES PROCESADAS: "
012090         RTB-ACCIONES-PROCESADAS
012100         " RECHAZADAS: " RTB-ACCIONES-RECHAZADAS.
012110 5000-EXIT.
012120     EXIT.

012130*****************************************************************
012140*   9000-FINALIZAR
012150*----------------------------------------------------------------
012160*   CIERRA LOS ARCHIVOS DE TRABAJO, LOS RESPALDOS QUE HAYAN
012170*   QUEDADO ABIERTOS Y EL REPORTE.
012180*****************************************************************
012190 9000-FINALIZAR.
012200     IF RTB-RESPALDO-ABIERTO
012210         CLOSE ARCHIVO-RESPALDO
012220     END-IF.
012230     IF RTB-ENTRADA-ABIERTA
012240         CLOSE ARCHIVO-ENTRADA
012250     END-IF.
012260     IF RTB-CARGA-ABIERTA
012270         CLOSE ARCHIVO-CARGA
012280     END-IF.
012290     CLOSE ARCHIVO-CONTROL.
012300     CLOSE ARCHIVO-TABLA.
012310     CLOSE ARCHIVO-REPORTE.
012320 9000-EXIT.
012330     EXIT.
