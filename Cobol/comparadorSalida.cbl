000100*****************************************************************
000110*PROGRAM-ID.  COMPARADORSALIDA
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*INSTALLATION. CENTRO DE COMPUTOS
000140*DATE-WRITTEN. 2026-10-15
000150*DATE-COMPILED.
000160*----------------------------------------------------------------
000170*REMARKS.
000180*    COMPARA LA SALIDA DE LA CORRIDA DE ESTA NOCHE CON LA COPIA
000190*    RETENIDA DE LA NOCHE ANTERIOR (DD SALANT) Y LISTA CADA
000200*    CLAVE CUYA RESPUESTA CAMBIO. UNA CLAVE QUE AYER SE
000210*    ENCONTRABA Y HOY NO (O AL REVES) SUELE SER SINTOMA DE UNA
000220*    TABLA MAL RECARGADA O DE UN CAMBIO DE DEFINICION EN
000230*    PARMCTL, Y HASTA AHORA SOLO LO DETECTABA EL SISTEMA DE
000240*    ORIGEN CUANDO YA HABIA USADO EL RESULTADO.
000250*
000260*    PARTICIPAN SOLO LOS RENGLONES DE RESULTADO DE CLAVE ("CLAVE
000270*    ", VER BLISAL); LOS DE RANGO SE CUENTAN COMO OMITIDOS. LOS
000280*    RENGLONES SE APAREAN POR ORIGEN + TABLA + CLAVE (LS-ORIGEN,
000290*    LS-TABLA, LS-CLAVE) PASANDO LAS DOS NOCHES POR EL ORDENADOR;
000300*    SI LA MISMA CLAVE APARECE VARIAS VECES EN UNA NOCHE (VARIAS
000310*    SOLICITUDES, DUPLICADAS) SE TOMA LA PRIMERA Y LAS DEMAS SOLO
000320*    SE CUENTAN. CADA PAR APAREADO SE CLASIFICA EN:
000330*      PERDIDA          AYER ENCONTRADA, HOY NO ENCONTRADA.
000340*      GANADA           AYER NO ENCONTRADA, HOY ENCONTRADA.
000350*      CAMBIO DE ESTADO CUALQUIER OTRO CAMBIO DE LS-ESTADO (POR
000360*                       EJEMPLO A TABLA ERRONEA O INVALIDA).
000370*      CAMBIO DE POSICION
000380*                       MISMO ESTADO, DISTINTA LS-POSICION.
000390*      SIN CAMBIO.
000400*    LAS TRES PRIMERAS SON LAS "INVERSIONES" DE RESULTADO. LAS
000410*    CLAVES PRESENTES EN UNA SOLA NOCHE SOLO SE CUENTAN.
000420*    EL REPORTE CMPRPT LISTA CADA CAMBIO, UN SUBTOTAL POR ORIGEN
000430*    Y LOS TOTALES POR TIPO DE CAMBIO.
000440*
000450*    LOS UMBRALES SE LEEN DE LAS TARJETAS DE CONTROL CMPCTL, UNO
000460*    POR REGISTRO (AL MENOS UNO ES OBLIGATORIO):
000470*      UMBRAL   NNNNNNN  CANTIDAD MAXIMA DE INVERSIONES.
000480*      PORCENT  NNNNNNN  PORCENTAJE MAXIMO DE INVERSIONES SOBRE
000490*                        LAS CLAVES APAREADAS (0 A 100).
000500*    EL VALOR VA EN LAS COLUMNAS 10-16, CON CEROS A IZQUIERDA.
000510*
000520*    RETURN-CODE: 0 = INVERSIONES DENTRO DE LOS UMBRALES, 4 =
000530*    ALGUN UMBRAL SUPERADO (EL JCL PUEDE RETENER LA
000540*    DISTRIBUCION), 16 = ARCHIVOS AUSENTES, ERROR DE E/S O
000550*    TARJETAS DE UMBRAL AUSENTES O INVALIDAS.
000560*----------------------------------------------------------------
000570*MODIFICATION HISTORY.
000580*    2026-10-15  RE   VERSION ORIGINAL.
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID.     ComparadorSalida.
000620 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000630 INSTALLATION.   CENTRO DE COMPUTOS.
000640 DATE-WRITTEN.   15/10/2026.
000650 DATE-COMPILED.

000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.    IBM-370.
000690 OBJECT-COMPUTER.    IBM-370.
000700 SPECIAL-NAMES.
000710     DECIMAL-POINT IS COMMA.

000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740*----------------------------------------------------------------
000750*   SALIDA DE LA CORRIDA DE ESTA NOCHE (LAYOUTS EN BLISAL). SOLO
000760*   LECTURA.
000770*----------------------------------------------------------------
000780     SELECT ARCHIVO-SALIDA ASSIGN TO SALIDA
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CMS-EF-SALIDA.

000810*----------------------------------------------------------------
000820*   COPIA RETENIDA DE LA SALIDA DE LA NOCHE ANTERIOR, MISMO
000830*   LAYOUT. SOLO LECTURA.
000840*----------------------------------------------------------------
000850     SELECT ARCHIVO-ANTERIOR ASSIGN TO SALANT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS CMS-EF-ANTERIOR.

000880*----------------------------------------------------------------
000890*   TARJETAS DE CONTROL CON LOS UMBRALES DE INVERSIONES.
000900*----------------------------------------------------------------
000910     SELECT ARCHIVO-CONTROL ASSIGN TO CMPCTL
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS CMS-EF-CONTROL.

000940*----------------------------------------------------------------
000950*   ARCHIVO DE TRABAJO DEL ORDENADOR: POR EL PASAN LOS
000960*   RENGLONES DE LAS DOS NOCHES PARA LLEGAR APAREADOS POR
000970*   ORIGEN + TABLA + CLAVE (VER 2000-COMPARAR-CORRIDAS).
000980*----------------------------------------------------------------
000990     SELECT ARCHIVO-ORDEN ASSIGN TO SORTWK.

001000*----------------------------------------------------------------
001010*   REPORTE DE LA COMPARACION.
001020*----------------------------------------------------------------
001030     SELECT ARCHIVO-REPORTE ASSIGN TO CMPRPT
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS CMS-EF-REPORTE.

001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  ARCHIVO-SALIDA
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  REG-SALIDA                  PIC X(180).

001120 FD  ARCHIVO-ANTERIOR
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  REG-ANTERIOR                PIC X(180).

001160 FD  ARCHIVO-CONTROL
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-CONTROL.
001200     05  CMC-PARAMETRO           PIC X(08).
001210         88  CMC-PARAMETRO-UMBRAL         VALUE "UMBRAL".
001220         88  CMC-PARAMETRO-PORCENT        VALUE "PORCENT".
001230     05  FILLER                  PIC X(01).
001240     05  CMC-VALOR               PIC X(07).
001250     05  CMC-VALOR-NUM REDEFINES CMC-VALOR
001260                                 PIC 9(07).
001270     05  FILLER                  PIC X(64).

001280*----------------------------------------------------------------
001290*   REGISTRO DE ORDENAMIENTO: LA CLAVE DE APAREO (ORIGEN + TABLA
001300*   + CLAVE), LA NOCHE ('A' ANTERIOR, 'H' HOY, ASI LA ANTERIOR
001310*   LLEGA PRIMERO) Y EL NUMERO DE RENGLON, QUE DEJA PRIMERA LA
001320*   PRIMERA APARICION DE CADA NOCHE. DETRAS, LOS DATOS QUE SE
001330*   COMPARAN.
001340*----------------------------------------------------------------
001350 SD  ARCHIVO-ORDEN.
001360 01  SRT-REGISTRO.
001370     05  SRT-CLAVE-ORDEN.
001380         10  SRT-GRUPO.
001390             15  SRT-ORIGEN      PIC X(04).
001400             15  SRT-TABLA       PIC X(08).
001410             15  SRT-CLAVE       PIC X(07).
001420         10  SRT-NOCHE           PIC X(01).
001430             88  SRT-ES-ANTERIOR          VALUE 'A'.
001440         10  SRT-RENGLON         PIC 9(07).
001450     05  SRT-ESTADO              PIC X(13).
001460     05  SRT-POSICION            PIC 9(07).

001470 FD  ARCHIVO-REPORTE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  REG-REPORTE                 PIC X(132).

001510 WORKING-STORAGE SECTION.
001520*----------------------------------------------------------------
001530*   INDICADORES DE ESTADO DE ARCHIVO (IBM FILE STATUS).
001540*----------------------------------------------------------------
001550 01  CMS-EF-SALIDA               PIC X(02) VALUE SPACES.
001560     88  CMS-FIN-SALIDA                   VALUE '10'.
001570 01  CMS-EF-ANTERIOR             PIC X(02) VALUE SPACES.
001580     88  CMS-FIN-ANTERIOR                 VALUE '10'.
001590 01  CMS-EF-CONTROL              PIC X(02) VALUE SPACES.
001600     88  CMS-FIN-CONTROL                  VALUE '10'.
001610 01  CMS-EF-REPORTE              PIC X(02) VALUE SPACES.

001620*----------------------------------------------------------------
001630*   LAYOUTS DE LOS RENGLONES DE SALIDA, PARA INTERPRETAR CADA
001640*   REGISTRO LEIDO SEGUN SUS PRIMEROS SEIS BYTES.
001650*----------------------------------------------------------------
001660     COPY BLISAL.

001670 01  CMS-FECHA-CORRIDA           PIC 9(08) VALUE ZERO.

001680*----------------------------------------------------------------
001690*   UMBRALES LEIDOS DE CMPCTL. UN UMBRAL NO INFORMADO NO SE
001700*   CONTROLA.
001710*----------------------------------------------------------------
001720 01  CMS-UMBRAL-CANTIDAD         PIC 9(07) VALUE ZERO.
001730 01  CMS-UMBRAL-PORCENTAJE       PIC 9(03) VALUE ZERO.
001740 01  CMS-SW-HAY-UMBRAL-CANT      PIC X(01) VALUE 'N'.
001750     88  CMS-HAY-UMBRAL-CANT              VALUE 'Y'.
001760 01  CMS-SW-HAY-UMBRAL-PORC      PIC X(01) VALUE 'N'.
001770     88  CMS-HAY-UMBRAL-PORC              VALUE 'Y'.
001780 01  CMS-SW-UMBRAL-SUPERADO      PIC X(01) VALUE 'N'.
001790     88  CMS-UMBRAL-SUPERADO              VALUE 'Y'.

001800*----------------------------------------------------------------
001810*   GRUPO EN CURSO DEL APAREO: LA CLAVE DE APAREO Y, POR CADA
001820*   NOCHE, SI APARECIO Y EL ESTADO Y LA POSICION DE SU PRIMERA
001830*   APARICION.
001840*----------------------------------------------------------------
001850 01  CMS-GRUPO-CLAVE.
001860     05  CMS-GRUPO-ORIGEN        PIC X(04) VALUE SPACES.
001870     05  CMS-GRUPO-TABLA         PIC X(08) VALUE SPACES.
001880     05  CMS-GRUPO-CLAVE-BUSCADA PIC X(07) VALUE SPACES.

001890 01  CMS-SW-HAY-GRUPO            PIC X(01) VALUE 'N'.
001900     88  CMS-HAY-GRUPO                    VALUE 'Y'.
001910 01  CMS-SW-HAY-ANTERIOR         PIC X(01) VALUE 'N'.
001920     88  CMS-HAY-ANTERIOR                 VALUE 'Y'.
001930 01  CMS-SW-HAY-ACTUAL           PIC X(01) VALUE 'N'.
001940     88  CMS-HAY-ACTUAL                   VALUE 'Y'.

001950 01  CMS-ANT-ESTADO              PIC X(13) VALUE SPACES.
001960 01  CMS-ANT-POSICION            PIC 9(07) VALUE ZERO.
001970 01  CMS-ACT-ESTADO              PIC X(13) VALUE SPACES.
001980 01  CMS-ACT-POSICION            PIC 9(07) VALUE ZERO.

001990*----------------------------------------------------------------
002000*   CONTADORES DEL ORIGEN EN CURSO. EL ORDENADOR ENTREGA LOS
002010*   RENGLONES AGRUPADOS POR ORIGEN, ASI QUE EL SUBTOTAL SE
002020*   EMITE EN EL CORTE SIN NECESIDAD DE UNA TABLA DE ORIGENES.
002030*----------------------------------------------------------------
002040 01  CMS-ORIGEN-EN-CURSO         PIC X(04) VALUE SPACES.
002050 01  CMS-CONTADORES-ORIGEN.
002060     05  CMS-ORG-APAREADAS       PIC 9(07).
002070     05  CMS-ORG-PERDIDAS        PIC 9(07).
002080     05  CMS-ORG-GANADAS         PIC 9(07).
002090     05  CMS-ORG-OTROS-ESTADOS   PIC 9(07).
002100     05  CMS-ORG-POSICIONES      PIC 9(07).
002110     05  CMS-ORG-SOLO-ANTERIOR   PIC 9(07).
002120     05  CMS-ORG-SOLO-ACTUAL     PIC 9(07).

002130*----------------------------------------------------------------
002140*   TOTALES GENERALES POR TIPO DE CAMBIO.
002150*----------------------------------------------------------------
002160 01  CMS-LEIDOS-ANTERIOR         PIC 9(07) VALUE ZERO.
002170 01  CMS-LEIDOS-ACTUAL           PIC 9(07) VALUE ZERO.
002180 01  CMS-OMITIDOS                PIC 9(07) VALUE ZERO.
002190 01  CMS-REPETIDOS               PIC 9(07) VALUE ZERO.
002200 01  CMS-RENGLON                 PIC 9(07) VALUE ZERO.
002210 01  CMS-CANT-ORIGENES           PIC 9(05) VALUE ZERO.
002220 01  CMS-TOT-APAREADAS           PIC 9(07) VALUE ZERO.
002230 01  CMS-TOT-SIN-CAMBIO          PIC 9(07) VALUE ZERO.
002240 01  CMS-TOT-PERDIDAS            PIC 9(07) VALUE ZERO.
002250 01  CMS-TOT-GANADAS             PIC 9(07) VALUE ZERO.
002260 01  CMS-TOT-OTROS-ESTADOS       PIC 9(07) VALUE ZERO.
002270 01  CMS-TOT-POSICIONES          PIC 9(07) VALUE ZERO.
002280 01  CMS-TOT-SOLO-ANTERIOR       PIC 9(07) VALUE ZERO.
002290 01  CMS-TOT-SOLO-ACTUAL         PIC 9(07) VALUE ZERO.
002300 01  CMS-TOT-INVERSIONES         PIC 9(07) VALUE ZERO.
002310 01  CMS-PORCENTAJE              PIC 9(03)V9(01) VALUE ZERO.

002320*----------------------------------------------------------------
002330*   LAYOUTS DE LOS RENGLONES DEL REPORTE.
002340*----------------------------------------------------------------
002350 01  CMS-LINEA-TITULO.
002360     05  FILLER                  PIC X(40) VALUE
002370         "COMPARACION DE SALIDA CONTRA LA CORRIDA ".
002380     05  FILLER                  PIC X(17) VALUE
002390         "ANTERIOR - FECHA ".
002400     05  CLT-FECHA               PIC 9(08).
002410     05  FILLER                  PIC X(67) VALUE SPACES.

002420 01  CMS-LINEA-CAMBIO.
002430     05  FILLER                  PIC X(05) VALUE "ORIG ".
002440     05  CLC-ORIGEN              PIC X(04).
002450     05  FILLER                  PIC X(07) VALUE " TABLA ".
002460     05  CLC-TABLA               PIC X(08).
002470     05  FILLER                  PIC X(07) VALUE " CLAVE ".
002480     05  CLC-CLAVE               PIC X(07).
002490     05  FILLER                  PIC X(07) VALUE " ANTES ".
002500     05  CLC-ANT-ESTADO          PIC X(13).
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  CLC-ANT-POSICION        PIC 9(07).
002530     05  FILLER                  PIC X(07) VALUE " AHORA ".
002540     05  CLC-ACT-ESTADO          PIC X(13).
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  CLC-ACT-POSICION        PIC 9(07).
002570     05  FILLER                  PIC X(03) VALUE " - ".
002580     05  CLC-TIPO                PIC X(18).
002590     05  FILLER                  PIC X(17) VALUE SPACES.

002600 01  CMS-LINEA-ORIGEN.
002610     05  FILLER                  PIC X(07) VALUE "ORIGEN ".
002620     05  CLO-ORIGEN              PIC X(04).
002630     05  FILLER                  PIC X(05) VALUE " APA ".
002640     05  CLO-APAREADAS           PIC 9(07).
002650     05  FILLER                  PIC X(05) VALUE " PER ".
002660     05  CLO-PERDIDAS            PIC 9(07).
002670     05  FILLER                  PIC X(05) VALUE " GAN ".
002680     05  CLO-GANADAS             PIC 9(07).
002690     05  FILLER                  PIC X(05) VALUE " EST ".
002700     05  CLO-OTROS-ESTADOS       PIC 9(07).
002710     05  FILLER                  PIC X(05) VALUE " POS ".
002720     05  CLO-POSICIONES          PIC 9(07).
002730     05  FILLER                  PIC X(09) VALUE " SOLOANT ".
002740     05  CLO-SOLO-ANTERIOR       PIC 9(07).
002750     05  FILLER                  PIC X(09) VALUE " SOLOHOY ".
002760     05  CLO-SOLO-ACTUAL         PIC 9(07).
002770     05  FILLER                  PIC X(29) VALUE SPACES.

002780 01  CMS-LINEA-TIPO.
002790     05  FILLER                  PIC X(04) VALUE SPACES.
002800     05  CTT-DESCRIPCION         PIC X(40).
002810     05  CTT-CANTIDAD            PIC 9(07).
002820     05  FILLER                  PIC X(81) VALUE SPACES.

002830 01  CMS-LINEA-PORCENTAJE.
002840     05  FILLER                  PIC X(44) VALUE
002850         "    INVERSIONES SOBRE CLAVES APAREADAS (%)".
002860     05  CTP-PORCENTAJE          PIC ZZ9,9.
002870     05  FILLER                  PIC X(83) VALUE SPACES.

002880 01  CMS-LINEA-UMBRAL.
002890     05  FILLER                  PIC X(08) VALUE "UMBRAL: ".
002900     05  CLU-PARAMETRO           PIC X(08).
002910     05  FILLER                  PIC X(07) VALUE " VALOR ".
002920     05  CLU-VALOR               PIC 9(07).
002930     05  FILLER                  PIC X(03) VALUE " - ".
002940     05  CLU-VEREDICTO           PIC X(20).
002950     05  FILLER                  PIC X(79) VALUE SPACES.

002960 PROCEDURE DIVISION.
002970*****************************************************************
002980*   0000-MAINLINE
002990*----------------------------------------------------------------
003000*   PARRAFO PRINCIPAL: ABRE LOS ARCHIVOS, LEE LOS UMBRALES,
003010*   APAREA LAS DOS NOCHES A TRAVES DEL ORDENADOR Y CIERRA CON
003020*   LOS TOTALES Y EL RETURN-CODE PARA EL JCL.
003030*****************************************************************
003040 0000-MAINLINE.
003050     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

003060     PERFORM 1500-LEER-UMBRALES THRU 1500-EXIT.

003070     PERFORM 2000-COMPARAR-CORRIDAS THRU 2000-EXIT.

003080     PERFORM 5000-CERRAR-COMPARACION THRU 5000-EXIT.

003090     PERFORM 9000-FINALIZAR THRU 9000-EXIT.

003100     STOP RUN.

003110*****************************************************************
003120*   1000-INICIALIZAR
003130*----------------------------------------------------------------
003140*   ABRE EL REPORTE Y LAS DOS SALIDAS. SIN CUALQUIERA DE ELLAS
003150*   NO HAY NADA QUE COMPARAR: SE INFORMA Y SE TERMINA CON
003160*   CODIGO 16.
003170*****************************************************************
003180 1000-INICIALIZAR.
003190     DISPLAY "CMS0001I INICIANDO COMPARACION DE SALIDA CONTRA "
003200         "LA CORRIDA ANTERIOR".

003210     ACCEPT CMS-FECHA-CORRIDA FROM DATE YYYYMMDD.

003220     OPEN OUTPUT ARCHIVO-REPORTE.
003230     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

003240     MOVE CMS-FECHA-CORRIDA TO CLT-FECHA.
003250     WRITE REG-REPORTE FROM CMS-LINEA-TITULO.
003260     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

003270     OPEN INPUT ARCHIVO-SALIDA.
003280     IF CMS-EF-SALIDA NOT = '00'
003290         MOVE "SALIDA AUSENTE - NO SE COMPARO" TO REG-REPORTE
003300         PERFORM 1900-ABANDONAR-COMPARACION THRU 1900-EXIT
003310     END-IF.

003320     OPEN INPUT ARCHIVO-ANTERIOR.
003330     IF CMS-EF-ANTERIOR NOT = '00'
003340         MOVE "SALANT (SALIDA ANTERIOR) AUSENTE - NO SE COMPARO"
003350             TO REG-REPORTE
003360         PERFORM 1900-ABANDONAR-COMPARACION THRU 1900-EXIT
003370     END-IF.
003380 1000-EXIT.
003390     EXIT.

003400*----------------------------------------------------------------
003410*   1100-VALIDAR-EF-REPORTE
003420*----------------------------------------------------------------
003430*   VERIFICA EL FILE STATUS DE ARCHIVO-REPORTE LUEGO DE CADA OPEN
003440*   Y DE CADA WRITE. UN ERROR DE E/S SOBRE EL DETIENE LA
003450*   CORRIDA.
003460*----------------------------------------------------------------
003470 1100-VALIDAR-EF-REPORTE.
003480     IF CMS-EF-REPORTE NOT = '00'
003490         DISPLAY "CMS0002E ERROR DE E/S EN ARCHIVO-REPORTE - "
003500             "FILE STATUS " CMS-EF-REPORTE
003510         MOVE 16 TO RETURN-CODE
003520         PERFORM 9000-FINALIZAR THRU 9000-EXIT
003530         STOP RUN
003540     END-IF.
003550 1100-EXIT.
003560     EXIT.

003570*----------------------------------------------------------------
003580*   1150-ESCRIBIR-RENGLON
003590*----------------------------------------------------------------
003600 1150-ESCRIBIR-RENGLON.
003610     WRITE REG-REPORTE.
003620     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
003630 1150-EXIT.
003640     EXIT.

003650*****************************************************************
003660*   1500-LEER-UMBRALES
003670*----------------------------------------------------------------
003680*   CARGA LOS UMBRALES DE CMPCTL. SIN TARJETAS, O CON UNA
003690*   TARJETA DESCONOCIDA O NO NUMERICA, LA COMPARACION NO PUEDE
003700*   DAR UN VEREDICTO CONFIABLE Y SE TERMINA CON CODIGO 16.
003710*****************************************************************
003720 1500-LEER-UMBRALES.
003730     OPEN INPUT ARCHIVO-CONTROL.

003740     IF CMS-EF-CONTROL NOT = '00'
003750         MOVE "CMPCTL AUSENTE - NO SE COMPARO" TO REG-REPORTE
003760         PERFORM 1900-ABANDONAR-COMPARACION THRU 1900-EXIT
003770     END-IF.

003780     PERFORM 1600-LEER-TARJETA THRU 1600-EXIT.

003790     PERFORM 1550-CARGAR-UN-UMBRAL THRU 1550-EXIT
003800         UNTIL CMS-FIN-CONTROL.

003810     CLOSE ARCHIVO-CONTROL.

003820     IF NOT CMS-HAY-UMBRAL-CANT
003830     AND NOT CMS-HAY-UMBRAL-PORC
003840         MOVE "CMPCTL SIN UMBRALES - NO SE COMPARO"
003850             TO REG-REPORTE
003860         PERFORM 1900-ABANDONAR-COMPARACION THRU 1900-EXIT
003870     END-IF.
003880 1500-EXIT.
003890     EXIT.

003900*----------------------------------------------------------------
003910*   1550-CARGAR-UN-UMBRAL
003920*----------------------------------------------------------------
003930 1550-CARGAR-UN-UMBRAL.
003940     IF CMC-VALOR NOT NUMERIC
003950         MOVE SPACES TO REG-REPORTE
003960         STRING "CMPCTL: VALOR NO NUMERICO EN LA TARJETA "
003970             DELIMITED BY SIZE
003980             CMC-PARAMETRO DELIMITED BY SIZE
003990             INTO REG-REPORTE
004000         PERFORM 1900-ABANDONAR-COMPARACION THRU 1900-EXIT
004010     END-IF.

004020     IF CMC-PARAMETRO-UMBRAL
004030         MOVE CMC-VALOR-NUM TO CMS-UMBRAL-CANTIDAD
004040         MOVE 'Y' TO CMS-SW-HAY-UMBRAL-CANT
004050         GO TO 1550-SIGUIENTE
004060     END-IF.

004070     IF CMC-PARAMETRO-PORCENT
004080     AND CMC-VALOR-NUM NOT > 100
004090         MOVE CMC-VALOR-NUM TO CMS-UMBRAL-PORCENTAJE
004100         MOVE 'Y' TO CMS-SW-HAY-UMBRAL-PORC
004110         GO TO 1550-SIGUIENTE
004120     END-IF.

004130     MOVE SPACES TO REG-REPORTE.
004140     STRING "CMPCTL: TARJETA INVALIDA " DELIMITED BY SIZE
004150         CMC-PARAMETRO DELIMITED BY SIZE
004160         " " DELIMITED BY SIZE
004170         CMC-VALOR DELIMITED BY SIZE
004180         INTO REG-REPORTE.
004190     PERFORM 1900-ABANDONAR-COMPARACION THRU 1900-EXIT.

004200 1550-SIGUIENTE.
004210     PERFORM 1600-LEER-TARJETA THRU 1600-EXIT.
004220 1550-EXIT.
004230     EXIT.

004240*----------------------------------------------------------------
004250*   1600-LEER-TARJETA
004260*----------------------------------------------------------------
004270 1600-LEER-TARJETA.
004280     READ ARCHIVO-CONTROL
004290         AT END
004300             MOVE '10' TO CMS-EF-CONTROL
004310     END-READ.
004320 1600-EXIT.
004330     EXIT.

004340*----------------------------------------------------------------
004350*   1900-ABANDONAR-COMPARACION
004360*----------------------------------------------------------------
004370*   UN ARCHIVO AUSENTE O UNA TARJETA INVALIDA IMPIDE COMPARAR:
004380*   SE DEJA CONSTANCIA (EL MOTIVO YA VIENE EN REG-REPORTE) Y SE
004390*   TERMINA CON CODIGO 16.
004400*----------------------------------------------------------------
004410 1900-ABANDONAR-COMPARACION.
004420     DISPLAY "CMS0003E " REG-REPORTE.
004430     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.
004440     MOVE 16 TO RETURN-CODE.
004450     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
004460     STOP RUN.
004470 1900-EXIT.
004480     EXIT.

004490*****************************************************************
004500*   2000-COMPARAR-CORRIDAS
004510*----------------------------------------------------------------
004520*   PASA LOS RENGLONES DE CLAVE DE LAS DOS NOCHES POR EL
004530*   ORDENADOR: EL PROCEDIMIENTO DE ENTRADA LIBERA LOS DE LA
004540*   NOCHE ANTERIOR Y LOS DE HOY, Y EL DE SALIDA LOS RECIBE
004550*   AGRUPADOS POR ORIGEN + TABLA + CLAVE, CON LA NOCHE ANTERIOR
004560*   PRIMERO, Y EVALUA CADA GRUPO.
004570*****************************************************************
004580 2000-COMPARAR-CORRIDAS.
004590     SORT ARCHIVO-ORDEN
004600         ON ASCENDING KEY SRT-CLAVE-ORDEN
004610         INPUT PROCEDURE IS 2300-LIBERAR-RENGLONES
004620             THRU 2300-EXIT
004630         OUTPUT PROCEDURE IS 2400-APAREAR-ORDENADOS
004640             THRU 2400-EXIT.
004650 2000-EXIT.
004660     EXIT.

004670*----------------------------------------------------------------
004680*   2100-LEER-ANTERIOR
004690*----------------------------------------------------------------
004700 2100-LEER-ANTERIOR.
004710     READ ARCHIVO-ANTERIOR
004720         AT END
004730             MOVE '10' TO CMS-EF-ANTERIOR
004740     END-READ.
004750 2100-EXIT.
004760     EXIT.

004770*----------------------------------------------------------------
004780*   2150-LEER-ACTUAL
004790*----------------------------------------------------------------
004800 2150-LEER-ACTUAL.
004810     READ ARCHIVO-SALIDA
004820         AT END
004830             MOVE '10' TO CMS-EF-SALIDA
004840     END-READ.
004850 2150-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------
004880*   2300-LIBERAR-RENGLONES
004890*----------------------------------------------------------------
004900*   PROCEDIMIENTO DE ENTRADA DEL ORDENADOR: LIBERA CADA RENGLON
004910*   DE CLAVE DE SALANT (NOCHE 'A') Y DE SALIDA (NOCHE 'H'). LOS
004920*   RENGLONES DE RANGO Y LOS NO RECONOCIDOS SOLO SE CUENTAN.
004930*   LOS CICLOS SON POR GO TO PORQUE EL RELEASE DEBE QUEDAR
004940*   DENTRO DEL ALCANCE DEL PROCEDIMIENTO.
004950*----------------------------------------------------------------
004960 2300-LIBERAR-RENGLONES.
004970     MOVE ZERO TO CMS-RENGLON.
004980     PERFORM 2100-LEER-ANTERIOR THRU 2100-EXIT.
004990 2300-LIBERAR-ANTERIOR.
005000     IF CMS-FIN-ANTERIOR
005010         GO TO 2300-EMPEZAR-ACTUAL
005020     END-IF.

005030     ADD 1 TO CMS-LEIDOS-ANTERIOR.

005040     IF REG-ANTERIOR(1:6) = "CLAVE "
005050         MOVE REG-ANTERIOR TO BLI-LINEA-SALIDA
005060         MOVE 'A' TO SRT-NOCHE
005070         PERFORM 2350-LIBERAR-UNO THRU 2350-EXIT
005080     ELSE
005090         ADD 1 TO CMS-OMITIDOS
005100     END-IF.

005110     PERFORM 2100-LEER-ANTERIOR THRU 2100-EXIT.
005120     GO TO 2300-LIBERAR-ANTERIOR.

005130 2300-EMPEZAR-ACTUAL.
005140     MOVE ZERO TO CMS-RENGLON.
005150     PERFORM 2150-LEER-ACTUAL THRU 2150-EXIT.
005160 2300-LIBERAR-ACTUAL.
005170     IF CMS-FIN-SALIDA
005180         GO TO 2300-EXIT
005190     END-IF.

005200     ADD 1 TO CMS-LEIDOS-ACTUAL.

005210     IF REG-SALIDA(1:6) = "CLAVE "
005220         MOVE REG-SALIDA TO BLI-LINEA-SALIDA
005230         MOVE 'H' TO SRT-NOCHE
005240         PERFORM 2350-LIBERAR-UNO THRU 2350-EXIT
005250     ELSE
005260         ADD 1 TO CMS-OMITIDOS
005270     END-IF.

005280     PERFORM 2150-LEER-ACTUAL THRU 2150-EXIT.
005290     GO TO 2300-LIBERAR-ACTUAL.
005300 2300-EXIT.
005310     EXIT.

005320*----------------------------------------------------------------
005330*   2350-LIBERAR-UNO
005340*----------------------------------------------------------------
005350*   ARMA EL REGISTRO DE ORDENAMIENTO DESDE EL RENGLON CARGADO EN
005360*   BLI-LINEA-SALIDA (LA NOCHE YA VIENE EN SRT-NOCHE).
005370*----------------------------------------------------------------
005380 2350-LIBERAR-UNO.
005390     ADD 1 TO CMS-RENGLON.
005400     MOVE LS-ORIGEN   TO SRT-ORIGEN.
005410     MOVE LS-TABLA    TO SRT-TABLA.
005420     MOVE LS-CLAVE    TO SRT-CLAVE.
005430     MOVE CMS-RENGLON TO SRT-RENGLON.
005440     MOVE LS-ESTADO   TO SRT-ESTADO.
005450     MOVE LS-POSICION TO SRT-POSICION.
005460     RELEASE SRT-REGISTRO.
005470 2350-EXIT.
005480     EXIT.

005490*----------------------------------------------------------------
005500*   2400-APAREAR-ORDENADOS
005510*----------------------------------------------------------------
005520*   PROCEDIMIENTO DE SALIDA DEL ORDENADOR: ACUMULA LOS RENGLONES
005530*   DE UN MISMO ORIGEN + TABLA + CLAVE Y, AL CAMBIAR DE GRUPO,
005540*   EVALUA EL GRUPO CERRADO; AL CAMBIAR DE ORIGEN EMITE ADEMAS
005550*   EL SUBTOTAL DEL ORIGEN CERRADO. DE CADA NOCHE SE RETIENE LA
005560*   PRIMERA APARICION Y LAS DEMAS SOLO SE CUENTAN. EL CICLO ES
005570*   POR GO TO PORQUE EL RETURN DEBE QUEDAR DENTRO DEL ALCANCE
005580*   DEL PROCEDIMIENTO.
005590*----------------------------------------------------------------
005600 2400-APAREAR-ORDENADOS.
005610     MOVE 'N' TO CMS-SW-HAY-GRUPO.
005620 2400-RETORNAR-UNO.
005630     RETURN ARCHIVO-ORDEN
005640         AT END
005650             GO TO 2400-FIN
005660     END-RETURN.

005670     IF CMS-HAY-GRUPO
005680     AND SRT-GRUPO = CMS-GRUPO-CLAVE
005690         GO TO 2400-ACUMULAR
005700     END-IF.

005710     IF CMS-HAY-GRUPO
005720         PERFORM 2500-EVALUAR-GRUPO THRU 2500-EXIT
005730         IF SRT-ORIGEN NOT = CMS-ORIGEN-EN-CURSO
005740             PERFORM 2600-CERRAR-ORIGEN THRU 2600-EXIT
005750         END-IF
005760     ELSE
005770         INITIALIZE CMS-CONTADORES-ORIGEN
005780     END-IF.

005790     MOVE 'Y' TO CMS-SW-HAY-GRUPO.
005800     MOVE 'N' TO CMS-SW-HAY-ANTERIOR.
005810     MOVE 'N' TO CMS-SW-HAY-ACTUAL.
005820     MOVE SRT-GRUPO  TO CMS-GRUPO-CLAVE.
005830     MOVE SRT-ORIGEN TO CMS-ORIGEN-EN-CURSO.

005840 2400-ACUMULAR.
005850     IF SRT-ES-ANTERIOR
005860         IF CMS-HAY-ANTERIOR
005870             ADD 1 TO CMS-REPETIDOS
005880         ELSE
005890             MOVE 'Y' TO CMS-SW-HAY-ANTERIOR
005900             MOVE SRT-ESTADO   TO CMS-ANT-ESTADO
005910             MOVE SRT-POSICION TO CMS-ANT-POSICION
005920         END-IF
005930     ELSE
005940         IF CMS-HAY-ACTUAL
005950             ADD 1 TO CMS-REPETIDOS
005960         ELSE
005970             MOVE 'Y' TO CMS-SW-HAY-ACTUAL
005980             MOVE SRT-ESTADO   TO CMS-ACT-ESTADO
005990             MOVE SRT-POSICION TO CMS-ACT-POSICION
006000         END-IF
006010     END-IF.
006020     GO TO 2400-RETORNAR-UNO.

006030 2400-FIN.
006040     IF CMS-HAY-GRUPO
006050         PERFORM 2500-EVALUAR-GRUPO THRU 2500-EXIT
006060         PERFORM 2600-CERRAR-ORIGEN THRU 2600-EXIT
006070     END-IF.
006080 2400-EXIT.
006090     EXIT.

006100*----------------------------------------------------------------
006110*   2500-EVALUAR-GRUPO
006120*----------------------------------------------------------------
006130*   CLASIFICA EL GRUPO CERRADO Y LO SUMA AL ORIGEN Y A LOS
006140*   TOTALES. SOLO LOS CAMBIOS DE UN PAR APAREADO SE LISTAN.
006150*----------------------------------------------------------------
006160 2500-EVALUAR-GRUPO.
006170     IF NOT CMS-HAY-ACTUAL
006180         ADD 1 TO CMS-ORG-SOLO-ANTERIOR
006190         ADD 1 TO CMS-TOT-SOLO-ANTERIOR
006200         GO TO 2500-EXIT
006210     END-IF.

006220     IF NOT CMS-HAY-ANTERIOR
006230         ADD 1 TO CMS-ORG-SOLO-ACTUAL
006240         ADD 1 TO CMS-TOT-SOLO-ACTUAL
006250         GO TO 2500-EXIT
006260     END-IF.

006270     ADD 1 TO CMS-ORG-APAREADAS.
006280     ADD 1 TO CMS-TOT-APAREADAS.

006290     IF CMS-ANT-ESTADO = CMS-ACT-ESTADO
006300         GO TO 2500-MISMO-ESTADO
006310     END-IF.

006320     ADD 1 TO CMS-TOT-INVERSIONES.

006330     IF CMS-ANT-ESTADO = "ENCONTRADA"
006340     AND CMS-ACT-ESTADO = "NO ENCONTRADA"
006350         ADD 1 TO CMS-ORG-PERDIDAS
006360         ADD 1 TO CMS-TOT-PERDIDAS
006370         MOVE "PERDIDA" TO CLC-TIPO
006380     ELSE
006390         IF CMS-ANT-ESTADO = "NO ENCONTRADA"
006400         AND CMS-ACT-ESTADO = "ENCONTRADA"
006410             ADD 1 TO CMS-ORG-GANADAS
006420             ADD 1 TO CMS-TOT-GANADAS
006430             MOVE "GANADA" TO CLC-TIPO
006440         ELSE
006450             ADD 1 TO CMS-ORG-OTROS-ESTADOS
006460             ADD 1 TO CMS-TOT-OTROS-ESTADOS
006470             MOVE "CAMBIO DE ESTADO" TO CLC-TIPO
006480         END-IF
006490     END-IF.

006500     PERFORM 2550-ESCRIBIR-CAMBIO THRU 2550-EXIT.
006510     GO TO 2500-EXIT.

006520 2500-MISMO-ESTADO.
006530     IF CMS-ANT-POSICION = CMS-ACT-POSICION
006540         ADD 1 TO CMS-TOT-SIN-CAMBIO
006550         GO TO 2500-EXIT
006560     END-IF.

006570     ADD 1 TO CMS-ORG-POSICIONES.
006580     ADD 1 TO CMS-TOT-POSICIONES.
006590     MOVE "CAMBIO DE POSICION" TO CLC-TIPO.
006600     PERFORM 2550-ESCRIBIR-CAMBIO THRU 2550-EXIT.
006610 2500-EXIT.
006620     EXIT.

006630*----------------------------------------------------------------
006640*   2550-ESCRIBIR-CAMBIO
006650*----------------------------------------------------------------
006660*   RENGLON DEL CAMBIO DEL GRUPO EN CURSO (EL TIPO YA VIENE EN
006670*   CLC-TIPO).
006680*----------------------------------------------------------------
006690 2550-ESCRIBIR-CAMBIO.
006700     MOVE CMS-GRUPO-ORIGEN        TO CLC-ORIGEN.
006710     MOVE CMS-GRUPO-TABLA         TO CLC-TABLA.
006720     MOVE CMS-GRUPO-CLAVE-BUSCADA TO CLC-CLAVE.
006730     MOVE CMS-ANT-ESTADO          TO CLC-ANT-ESTADO.
006740     MOVE CMS-ANT-POSICION        TO CLC-ANT-POSICION.
006750     MOVE CMS-ACT-ESTADO          TO CLC-ACT-ESTADO.
006760     MOVE CMS-ACT-POSICION        TO CLC-ACT-POSICION.
006770     WRITE REG-REPORTE FROM CMS-LINEA-CAMBIO.
006780     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
006790 2550-EXIT.
006800     EXIT.

006810*----------------------------------------------------------------
006820*   2600-CERRAR-ORIGEN
006830*----------------------------------------------------------------
006840*   SUBTOTAL DEL ORIGEN CERRADO. LOS CONTADORES QUEDAN EN CERO
006850*   PARA EL ORIGEN SIGUIENTE.
006860*----------------------------------------------------------------
006870 2600-CERRAR-ORIGEN.
006880     ADD 1 TO CMS-CANT-ORIGENES.

006890     MOVE CMS-ORIGEN-EN-CURSO   TO CLO-ORIGEN.
006900     MOVE CMS-ORG-APAREADAS     TO CLO-APAREADAS.
006910     MOVE CMS-ORG-PERDIDAS      TO CLO-PERDIDAS.
006920     MOVE CMS-ORG-GANADAS       TO CLO-GANADAS.
006930     MOVE CMS-ORG-OTROS-ESTADOS TO CLO-OTROS-ESTADOS.
006940     MOVE CMS-ORG-POSICIONES    TO CLO-POSICIONES.
006950     MOVE CMS-ORG-SOLO-ANTERIOR TO CLO-SOLO-ANTERIOR.
006960     MOVE CMS-ORG-SOLO-ACTUAL   TO CLO-SOLO-ACTUAL.
006970     WRITE REG-REPORTE FROM CMS-LINEA-ORIGEN.
006980     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

006990     INITIALIZE CMS-CONTADORES-ORIGEN.
007000 2600-EXIT.
007010     EXIT.

007020*****************************************************************
007030*   5000-CERRAR-COMPARACION
007040*----------------------------------------------------------------
007050*   EMITE LOS TOTALES POR TIPO DE CAMBIO, EL PORCENTAJE DE
007060*   INVERSIONES Y EL VEREDICTO DE CADA UMBRAL, Y FIJA EL
007070*   RETURN-CODE.
007080*****************************************************************
007090 5000-CERRAR-COMPARACION.
007100     MOVE "RENGLONES LEIDOS NOCHE ANTERIOR" TO CTT-DESCRIPCION.
007110     MOVE CMS-LEIDOS-ANTERIOR TO CTT-CANTIDAD.
007120     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007130     MOVE "RENGLONES LEIDOS ESTA NOCHE" TO CTT-DESCRIPCION.
007140     MOVE CMS-LEIDOS-ACTUAL TO CTT-CANTIDAD.
007150     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007160     MOVE "RENGLONES DE RANGO U OTROS (OMITIDOS)"
007170         TO CTT-DESCRIPCION.
007180     MOVE CMS-OMITIDOS TO CTT-CANTIDAD.
007190     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007200     MOVE "APARICIONES REPETIDAS DE UNA CLAVE" TO CTT-DESCRIPCION.
007210     MOVE CMS-REPETIDOS TO CTT-CANTIDAD.
007220     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007230     MOVE "CLAVES APAREADAS" TO CTT-DESCRIPCION.
007240     MOVE CMS-TOT-APAREADAS TO CTT-CANTIDAD.
007250     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007260     MOVE "  SIN CAMBIO" TO CTT-DESCRIPCION.
007270     MOVE CMS-TOT-SIN-CAMBIO TO CTT-CANTIDAD.
007280     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007290     MOVE "  PERDIDAS (ENCONTRADA A NO ENCONTRADA)"
007300         TO CTT-DESCRIPCION.
007310     MOVE CMS-TOT-PERDIDAS TO CTT-CANTIDAD.
007320     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007330     MOVE "  GANADAS (NO ENCONTRADA A ENCONTRADA)"
007340         TO CTT-DESCRIPCION.
007350     MOVE CMS-TOT-GANADAS TO CTT-CANTIDAD.
007360     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007370     MOVE "  OTROS CAMBIOS DE ESTADO" TO CTT-DESCRIPCION.
007380     MOVE CMS-TOT-OTROS-ESTADOS TO CTT-CANTIDAD.
007390     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007400     MOVE "  CAMBIOS DE POSICION" TO CTT-DESCRIPCION.
007410     MOVE CMS-TOT-POSICIONES TO CTT-CANTIDAD.
007420     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007430     MOVE "CLAVES SOLO EN LA NOCHE ANTERIOR" TO CTT-DESCRIPCION.
007440     MOVE CMS-TOT-SOLO-ANTERIOR TO CTT-CANTIDAD.
007450     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007460     MOVE "CLAVES SOLO EN ESTA NOCHE" TO CTT-DESCRIPCION.
007470     MOVE CMS-TOT-SOLO-ACTUAL TO CTT-CANTIDAD.
007480     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007490     MOVE "INVERSIONES DE RESULTADO" TO CTT-DESCRIPCION.
007500     MOVE CMS-TOT-INVERSIONES TO CTT-CANTIDAD.
007510     PERFORM 5100-ESCRIBIR-TIPO THRU 5100-EXIT.

007520     IF CMS-TOT-APAREADAS = ZERO
007530         MOVE ZERO TO CMS-PORCENTAJE
007540     ELSE
007550         COMPUTE CMS-PORCENTAJE ROUNDED =
007560             CMS-TOT-INVERSIONES * 100 / CMS-TOT-APAREADAS
007570     END-IF.
007580     MOVE CMS-PORCENTAJE TO CTP-PORCENTAJE.
007590     WRITE REG-REPORTE FROM CMS-LINEA-PORCENTAJE.
007600     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007610     MOVE 'N' TO CMS-SW-UMBRAL-SUPERADO.

007620     IF CMS-HAY-UMBRAL-CANT
007630         MOVE "UMBRAL"            TO CLU-PARAMETRO
007640         MOVE CMS-UMBRAL-CANTIDAD TO CLU-VALOR
007650         IF CMS-TOT-INVERSIONES > CMS-UMBRAL-CANTIDAD
007660             MOVE 'Y' TO CMS-SW-UMBRAL-SUPERADO
007670             MOVE "SUPERADO" TO CLU-VEREDICTO
007680         ELSE
007690             MOVE "DENTRO DEL UMBRAL" TO CLU-VEREDICTO
007700         END-IF
007710         WRITE REG-REPORTE FROM CMS-LINEA-UMBRAL
007720         PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT
007730     END-IF.

007740     IF CMS-HAY-UMBRAL-PORC
007750         MOVE "PORCENT"             TO CLU-PARAMETRO
007760         MOVE CMS-UMBRAL-PORCENTAJE TO CLU-VALOR
007770         IF CMS-PORCENTAJE > CMS-UMBRAL-PORCENTAJE
007780             MOVE 'Y' TO CMS-SW-UMBRAL-SUPERADO
007790             MOVE "SUPERADO" TO CLU-VEREDICTO
007800         ELSE
007810             MOVE "DENTRO DEL UMBRAL" TO CLU-VEREDICTO
007820         END-IF
007830         WRITE REG-REPORTE FROM CMS-LINEA-UMBRAL
007840         PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT
007850     END-IF.

007860     IF CMS-UMBRAL-SUPERADO
007870         MOVE "INVERSIONES POR ENCIMA DEL UMBRAL - REVISAR TABLAS"
007880             TO REG-REPORTE
007890         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
007900         MOVE 4 TO RETURN-CODE
007910     ELSE
007920         MOVE "INVERSIONES DENTRO DE LOS UMBRALES" TO REG-REPORTE
007930         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
007940         MOVE 0 TO RETURN-CODE
007950     END-IF.

007960     DISPLAY "CMS0004I CLAVES APAREADAS: " CMS-TOT-APAREADAS
007970         " INVERSIONES: " CMS-TOT-INVERSIONES
007980         " CAMBIOS DE POSICION: " CMS-TOT-POSICIONES
007990         " ORIGENES: " CMS-CANT-ORIGENES.

008000     IF CMS-UMBRAL-SUPERADO
008010         DISPLAY "CMS0005I INVERSIONES POR ENCIMA DEL UMBRAL"
008020     END-IF.
008030 5000-EXIT.
008040     EXIT.

008050*----------------------------------------------------------------
008060*   5100-ESCRIBIR-TIPO
008070*----------------------------------------------------------------
008080 5100-ESCRIBIR-TIPO.
008090     WRITE REG-REPORTE FROM CMS-LINEA-TIPO.
008100     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
008110 5100-EXIT.
008120     EXIT.

008130*****************************************************************
008140*   9000-FINALIZAR
008150*----------------------------------------------------------------
008160*   CIERRA LAS DOS SALIDAS Y EL REPORTE.
008170*****************************************************************
008180 9000-FINALIZAR.
008190     CLOSE ARCHIVO-SALIDA.
008200     CLOSE ARCHIVO-ANTERIOR.
008210     CLOSE ARCHIVO-REPORTE.
008220 9000-EXIT.
008230     EXIT.
