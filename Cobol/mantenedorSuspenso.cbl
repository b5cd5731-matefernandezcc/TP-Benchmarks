000100*****************************************************************
000110*PROGRAM-ID.  MANTENEDORSUSPENSO
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*INSTALLATION. CENTRO DE COMPUTOS
000140*DATE-WRITTEN. 2026-10-15
000150*DATE-COMPILED.
000160*----------------------------------------------------------------
000170*REMARKS.
000180*    MANTENIMIENTO DEL SUSPENSO ACUMULADO SUSPMST (LAYOUT EN
000190*    BLISUSP): LAS TRANSACCIONES QUE BUSQUEDALINEALIMPARES
000200*    RECHAZO POR ORIGEN INVALIDO, TABLA ERRONEA, RANGO INVALIDO,
000210*    CLAVE INVALIDA O FALTA DE AUTORIZACION Y QUE TODAVIA NADIE
000215*    LIBERO NI ANULO.
000220*    CORRE UNA VEZ POR NOCHE, DESPUES DE LA BUSQUEDA:
000230*
000240*      1. INCORPORA LOS RECHAZOS DE LA CORRIDA (DD SUSPENSO). UN
000250*         RECHAZO QUE ES UNA PARTIDA LIBERADA LA NOCHE ANTERIOR
000260*         (MISMA TRANSACCION, BYTE A BYTE) VUELVE A PENDIENTE
000270*         CON SU FECHA DE PRIMER RECHAZO ORIGINAL; LAS LIBERADAS
000280*         QUE NO VOLVIERON SE DAN POR RESUELTAS Y SALEN DEL
000290*         SUSPENSO. SIN DD SUSPENSO (LA BUSQUEDA NO CORRIO EN
000300*         MODO LOTE) LAS LIBERADAS SE CONSERVAN COMO ESTABAN.
000302*         UN RECHAZO DE UNA TRANSACCION QUE YA ESTA PENDIENTE
000304*         (POR EJEMPLO, EL ORIGEN LA REENVIO ANTES DE QUE SE
000306*         LIBERARA) NO ABRE OTRA PARTIDA: SE SUMA A LA EXISTENTE,
000308*         QUE CONSERVA SU FECHA DE PRIMER RECHAZO.
000310*      2. APLICA LAS TARJETAS DE SUSPCTL A CADA PARTIDA
000320*         PENDIENTE, VIEJA O NUEVA. LA PRIMERA TARJETA QUE
000330*         COINCIDE DECIDE:
000340*           LIBERAR  ORIGEN   CODIGO
000350*           LIBERAR  TABLA    TABLA-ID
000360*           LIBERAR  MOTIVO   OI / TE / RI / CI / NA
000370*             LA TRANSACCION SE GRABA EN SUSPLIB, QUE EDITORENVIOS
000380*             AGREGA AL TRANSIN DE LA NOCHE SIGUIENTE, Y LA
000390*             PARTIDA QUEDA LIBERADA HASTA VER COMO LE FUE.
000400*           ANULAR   ORIGEN / TABLA / MOTIVO   VALOR
000410*             LA PARTIDA SALE DEL SUSPENSO Y SE LISTA.
000420*         (ACCION EN COLUMNAS 1-8, CRITERIO EN 10-17, VALOR EN
000430*         19-26.) SIN SUSPCTL SOLO SE INCORPORA Y SE INFORMA.
000440*      3. EMITE EN SUSPRPT LAS PARTIDAS LIBERADAS Y ANULADAS, EL
000450*         RESULTADO DE CADA TARJETA, LA ANTIGUEDAD DE LO QUE
000460*         SIGUE PENDIENTE POR ORIGEN (DIAS DESDE EL PRIMER
000470*         RECHAZO: 0-7, 8-30, 31-90 Y MAS DE 90) Y LOS TOTALES.
000480*
000490*    EL SUSPENSO ACTUALIZADO SE GRABA EN SUSPNEW; EL JCL LO DEJA
000500*    COMO NUEVO SUSPMST AL TERMINAR EL PASO, IGUAL QUE ORIGNEW
000510*    CON ORIGMST. SI SUSPMST TODAVIA NO EXISTE SE PARTE DE UN
000520*    SUSPENSO VACIO.
000530*
000540*    RETURN-CODE: 0 = NORMAL, 8 = ALGUNA TARJETA RECHAZADA (LAS
000550*    DEMAS SE APLICAN IGUAL), 16 = ERROR DE E/S (EL JCL NO DEBE
000560*    RECAMBIAR SUSPMST NI ENTREGAR SUSPLIB).
000570*----------------------------------------------------------------
000580*MODIFICATION HISTORY.
000590*    2026-10-15  RE   VERSION ORIGINAL.
000593*    2026-10-15  RE   NUEVO MOTIVO NA (NO AUTORIZADO) ACEPTADO EN
000596*                     LAS TARJETAS DE CRITERIO MOTIVO.
000598*    2026-10-15  RE   UN RECHAZO DE UNA PARTIDA YA PENDIENTE (LA
000600*                     MISMA TRANSACCION) SE SUMA A ELLA EN VEZ DE
000602*                     ABRIR OTRA: LAS PENDIENTES SE RETIENEN
000604*                     EN MEMORIA Y LAS TARJETAS SE APLICAN DESPUES
000606*                     DE INCORPORAR LOS RECHAZOS (VER 3500).
000608*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.     MantenedorSuspenso.
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
000760*   TARJETAS DE CONTROL CON LAS LIBERACIONES Y ANULACIONES.
000770*----------------------------------------------------------------
000780     SELECT ARCHIVO-CONTROL ASSIGN TO SUSPCTL
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS MSU-EF-CONTROL.

000810*----------------------------------------------------------------
000820*   SUSPENSO ACUMULADO VIGENTE. SOLO LECTURA; EL RECAMBIO DEL
000830*   DATASET LO HACE EL JCL CON SUSPNEW AL TERMINAR EL PASO.
000840*----------------------------------------------------------------
000850     SELECT ARCHIVO-MAESTRO ASSIGN TO SUSPMST
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS MSU-EF-MAESTRO.

000880*----------------------------------------------------------------
000890*   RECHAZOS DE LA CORRIDA DE BUSQUEDA DE ESTA NOCHE.
000900*----------------------------------------------------------------
000910     SELECT ARCHIVO-RECHAZOS ASSIGN TO SUSPENSO
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS MSU-EF-RECHAZOS.

000940*----------------------------------------------------------------
000950*   NUEVO SUSPENSO ACUMULADO.
000960*----------------------------------------------------------------
000970     SELECT ARCHIVO-NUEVO ASSIGN TO SUSPNEW
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS MSU-EF-NUEVO.

001000*----------------------------------------------------------------
001010*   TRANSACCIONES LIBERADAS (LAYOUT BLITRAN) PARA EL TRANSIN DE
001020*   LA NOCHE SIGUIENTE.
001030*----------------------------------------------------------------
001040     SELECT ARCHIVO-LIBERADAS ASSIGN TO SUSPLIB
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS MSU-EF-LIBERADAS.

001070*----------------------------------------------------------------
001080*   REPORTE DEL MANTENIMIENTO Y DE ANTIGUEDAD.
001090*----------------------------------------------------------------
001100     SELECT ARCHIVO-REPORTE ASSIGN TO SUSPRPT
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS MSU-EF-REPORTE.

001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  ARCHIVO-CONTROL
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  REG-CONTROL.
001190     05  SCT-ACCION              PIC X(08).
001200         88  SCT-ACCION-LIBERAR           VALUE "LIBERAR".
001210         88  SCT-ACCION-ANULAR            VALUE "ANULAR".
001220     05  FILLER                  PIC X(01).
001230     05  SCT-CRITERIO            PIC X(08).
001240         88  SCT-CRITERIO-VALIDO          VALUE "ORIGEN"
001250                                                "TABLA"
001260                                                "MOTIVO".
001270         88  SCT-CRITERIO-MOTIVO          VALUE "MOTIVO".
001280     05  FILLER                  PIC X(01).
001290     05  SCT-VALOR               PIC X(08).
001300     05  FILLER                  PIC X(54).

001310 FD  ARCHIVO-MAESTRO
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  REG-MAESTRO                 PIC X(120).

001350 FD  ARCHIVO-RECHAZOS
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 01  REG-RECHAZO                 PIC X(120).

001390 FD  ARCHIVO-NUEVO
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420 01  REG-NUEVO                   PIC X(120).

001430 FD  ARCHIVO-LIBERADAS
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 01  REG-LIBERADA                PIC X(80).

001470 FD  ARCHIVO-REPORTE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  REG-REPORTE                 PIC X(132).

001510 WORKING-STORAGE SECTION.
001520*----------------------------------------------------------------
001530*   INDICADORES DE ESTADO DE ARCHIVO (IBM FILE STATUS).
001540*----------------------------------------------------------------
001550 01  MSU-EF-CONTROL              PIC X(02) VALUE SPACES.
001560     88  MSU-FIN-CONTROL                  VALUE '10'.
001570 01  MSU-EF-MAESTRO              PIC X(02) VALUE SPACES.
001580     88  MSU-FIN-MAESTRO                  VALUE '10'.
001590 01  MSU-EF-RECHAZOS             PIC X(02) VALUE SPACES.
001600     88  MSU-FIN-RECHAZOS                 VALUE '10'.
001610 01  MSU-EF-NUEVO                PIC X(02) VALUE SPACES.
001620 01  MSU-EF-LIBERADAS            PIC X(02) VALUE SPACES.
001630 01  MSU-EF-REPORTE              PIC X(02) VALUE SPACES.

001640*----------------------------------------------------------------
001650*   PARTIDA DE SUSPENSO (LAYOUT BLISUSP) EN AREA DE TRABAJO: SE
001660*   LEE CON INTO Y SE GRABA CON FROM, Y LA TRANSACCION QUE
001670*   LLEVA ADENTRO SE VE CON EL LAYOUT BLITRAN.
001680*----------------------------------------------------------------
001690     COPY BLISUSP.

001700     COPY BLITRAN.

001710*----------------------------------------------------------------
001720*   TARJETAS DE SUSPCTL ACEPTADAS, EN EL ORDEN EN QUE VINIERON,
001730*   CON LA CANTIDAD DE PARTIDAS QUE CADA UNA TOMO.
001740*----------------------------------------------------------------
001750 01  MSU-MAX-TARJETAS            PIC 9(02) VALUE 50.
001760 01  MSU-CANT-TARJETAS           PIC 9(02) VALUE ZERO.
001770 01  MSU-IDX-TARJETA             PIC 9(02) VALUE ZERO.

001780 01  MSU-TABLA-TARJETAS.
001790     05  MSU-TAR OCCURS 50 TIMES.
001800         10  MSU-TAR-ACCION      PIC X(08).
001810         10  MSU-TAR-CRITERIO    PIC X(08).
001820         10  MSU-TAR-VALOR       PIC X(08).
001830         10  MSU-TAR-PARTIDAS    PIC 9(07).

001840 01  MSU-SW-TARJETA-HALLADA      PIC X(01) VALUE 'N'.
001850     88  MSU-TARJETA-HALLADA              VALUE 'Y'.

001860 01  MSU-MOTIVO-TARJETA          PIC X(08) VALUE SPACES.
001870     88  MSU-MOTIVO-CONOCIDO              VALUE 'OI' 'TE'
001880                                                'RI' 'CI'
001885                                                'NA'.

001890*----------------------------------------------------------------
001900*   PARTIDAS LIBERADAS EN LA CORRIDA ANTERIOR, ESPERANDO VER SI
001910*   LA BUSQUEDA DE ESTA NOCHE LAS VUELVE A RECHAZAR. LLENA LA
001920*   TABLA, LAS EXCEDENTES SE DAN POR RESUELTAS CON AVISO.
001930*----------------------------------------------------------------
001940 01  MSU-MAX-LIBERADAS           PIC 9(05) VALUE 5000.
001950 01  MSU-CANT-LIBERADAS          PIC 9(05) VALUE ZERO.
001960 01  MSU-IDX-LIBERADA            PIC 9(05) VALUE ZERO.

001970 01  MSU-TABLA-LIBERADAS.
001980     05  MSU-LIB OCCURS 5000 TIMES.
001990         10  MSU-LIB-TRANSACCION PIC X(80).
002000         10  MSU-LIB-MOTIVO      PIC X(02).
002010         10  MSU-LIB-FECHA-RECHAZO
002020                                 PIC 9(08).
002030         10  MSU-LIB-RECHAZOS    PIC 9(03).
002040         10  MSU-LIB-FECHA-LIBERACION
002050                                 PIC 9(08).
002060         10  MSU-LIB-SW-VOLVIO   PIC X(01).
002070             88  MSU-LIB-VOLVIO           VALUE 'Y'.

002080 01  MSU-SW-LIBERADA-HALLADA     PIC X(01) VALUE 'N'.
002090     88  MSU-LIBERADA-HALLADA             VALUE 'Y'.

002091*----------------------------------------------------------------
002092*   PARTIDAS PENDIENTES, DEL SUSPENSO VIGENTE Y DE LOS RECHAZOS
002093*   DE ESTA NOCHE, RETENIDAS HASTA INCORPORAR TODOS LOS RECHAZOS:
002094*   UN RECHAZO DE UNA TRANSACCION QUE YA ESTA EN LA TABLA SE SUMA
002095*   A SU PARTIDA. RECIEN DESPUES SE LES APLICAN LAS TARJETAS (VER
002096*   3500). LLENA LA TABLA, LAS EXCEDENTES PASAN DIRECTO POR LAS
002097*   TARJETAS, CON AVISO, Y SUS REPETICIONES NO SE DETECTAN.
002098*----------------------------------------------------------------
002099 01  MSU-MAX-PENDIENTES          PIC 9(05) VALUE 20000.
002100 01  MSU-CANT-PENDIENTES         PIC 9(05) VALUE ZERO.
002101 01  MSU-IDX-PENDIENTE           PIC 9(05) VALUE ZERO.

002102 01  MSU-TABLA-PENDIENTES.
002103     05  MSU-PEN OCCURS 20000 TIMES.
002104         10  MSU-PEN-TRANSACCION PIC X(80).
002105         10  MSU-PEN-RESTO       PIC X(40).

002106 01  MSU-SW-PENDIENTE-HALLADA    PIC X(01) VALUE 'N'.
002107     88  MSU-PENDIENTE-HALLADA            VALUE 'Y'.
002108 01  MSU-SW-PENDIENTES-LLENA     PIC X(01) VALUE 'N'.
002109     88  MSU-PENDIENTES-LLENA             VALUE 'Y'.

002110 01  MSU-MOTIVO-NUEVO            PIC X(02) VALUE SPACES.
002111 01  MSU-FECHA-NUEVO             PIC 9(08) VALUE ZERO.

002112 01  MSU-SW-HAY-RECHAZOS         PIC X(01) VALUE 'N'.
002113     88  MSU-HAY-RECHAZOS                 VALUE 'Y'.

002120*----------------------------------------------------------------
002130*   ANTIGUEDAD DE LO PENDIENTE POR ORIGEN. LA ULTIMA ENTRADA
002140*   ("****") RECIBE LOS ORIGENES QUE NO ENTRAN EN LA TABLA.
002150*----------------------------------------------------------------
002160 01  MSU-MAX-ORIGENES            PIC 9(03) VALUE 100.
002170 01  MSU-CANT-ORIGENES           PIC 9(03) VALUE ZERO.
002180 01  MSU-IDX-ORIGEN              PIC 9(03) VALUE ZERO.

002190 01  MSU-TABLA-ORIGENES.
002200     05  MSU-ORG OCCURS 100 TIMES.
002210         10  MSU-ORG-CODIGO      PIC X(04).
002220         10  MSU-ORG-HASTA-7     PIC 9(07).
002230         10  MSU-ORG-HASTA-30    PIC 9(07).
002240         10  MSU-ORG-HASTA-90    PIC 9(07).
002250         10  MSU-ORG-MAS-90      PIC 9(07).
002260         10  MSU-ORG-TOTAL       PIC 9(07).
002270         10  MSU-ORG-MAS-ANTIGUA PIC 9(08).

002280*----------------------------------------------------------------
002290*   FECHA DEL DIA Y FECHAS DE CORTE DE LOS TRAMOS DE
002300*   ANTIGUEDAD (HOY MENOS 7, 30 Y 90 DIAS). SE CALCULAN RESTANDO
002310*   DE A UN DIA, RESPETANDO LOS LARGOS DE MES Y LOS ANIOS
002320*   BISIESTOS, COMO EN ARCHIVARAUDITORIA.
002330*----------------------------------------------------------------
002340 01  MSU-FECHA-HOY               PIC 9(08) VALUE ZERO.
002350 01  MSU-CORTE-7                 PIC 9(08) VALUE ZERO.
002360 01  MSU-CORTE-30                PIC 9(08) VALUE ZERO.
002370 01  MSU-CORTE-90                PIC 9(08) VALUE ZERO.
002380 01  MSU-DIAS-RESTANTES          PIC 9(04) VALUE ZERO.

002390 01  MSU-FECHA-CALCULO.
002400     05  MSU-CALC-ANIO           PIC 9(04).
002410     05  MSU-CALC-MES            PIC 9(02).
002420     05  MSU-CALC-DIA            PIC 9(02).
002430 01  MSU-FECHA-CALCULO-NUM REDEFINES MSU-FECHA-CALCULO
002440                                 PIC 9(08).

002450 01  MSU-DIAS-DEL-MES            PIC 9(02) VALUE ZERO.
002460 01  MSU-RESTO-BISIESTO          PIC 9(04) VALUE ZERO.
002470 01  MSU-COCIENTE-BISIESTO       PIC 9(04) VALUE ZERO.

002480 01  MSU-SW-BISIESTO             PIC X(01) VALUE 'N'.
002490     88  MSU-ANIO-BISIESTO                VALUE 'Y'.

002500*----------------------------------------------------------------
002510*   CONTADORES DEL RESUMEN FINAL.
002520*----------------------------------------------------------------
002530 01  MSU-LEIDAS-MAESTRO          PIC 9(07) VALUE ZERO.
002540 01  MSU-LIBERADAS-PREVIAS       PIC 9(07) VALUE ZERO.
002550 01  MSU-RECHAZOS-NOCHE          PIC 9(07) VALUE ZERO.
002560 01  MSU-REINGRESADAS            PIC 9(07) VALUE ZERO.
002565 01  MSU-REPETIDAS               PIC 9(07) VALUE ZERO.
002570 01  MSU-RESUELTAS               PIC 9(07) VALUE ZERO.
002580 01  MSU-LIBERADAS               PIC 9(07) VALUE ZERO.
002590 01  MSU-ANULADAS                PIC 9(07) VALUE ZERO.
002600 01  MSU-PENDIENTES              PIC 9(07) VALUE ZERO.
002610 01  MSU-TARJETAS-RECHAZADAS     PIC 9(03) VALUE ZERO.

002620*----------------------------------------------------------------
002630*   LAYOUTS DE LOS RENGLONES DEL REPORTE.
002640*----------------------------------------------------------------
002650 01  MSU-LINEA-TITULO.
002660     05  FILLER                  PIC X(35) VALUE
002670         "MANTENIMIENTO DEL SUSPENSO - FECHA ".
002680     05  MLT-FECHA               PIC 9(08).
002690     05  FILLER                  PIC X(89) VALUE SPACES.

002700 01  MSU-LINEA-PARTIDA.
002710     05  MLP-ACCION              PIC X(09).
002720     05  FILLER                  PIC X(07) VALUE "ORIGEN ".
002730     05  MLP-ORIGEN              PIC X(04).
002740     05  FILLER                  PIC X(07) VALUE " TABLA ".
002750     05  MLP-TABLA               PIC X(08).
002760     05  FILLER                  PIC X(07) VALUE " CLAVE ".
002770     05  MLP-CLAVE               PIC X(07).
002780     05  FILLER                  PIC X(01) VALUE SPACE.
002790     05  MLP-HASTA               PIC X(07).
002800     05  FILLER                  PIC X(06) VALUE " TIPO ".
002810     05  MLP-TIPO                PIC X(01).
002820     05  FILLER                  PIC X(08) VALUE " MOTIVO ".
002830     05  MLP-MOTIVO              PIC X(02).
002840     05  FILLER                  PIC X(16) VALUE
002850         " PRIMER RECHAZO ".
002860     05  MLP-FECHA-RECHAZO       PIC 9(08).
002870     05  FILLER                  PIC X(11) VALUE " SOLICITUD ".
002880     05  MLP-SOLICITUD           PIC X(12).
002890     05  FILLER                  PIC X(05) VALUE SPACES.

002900 01  MSU-LINEA-TARJETA.
002910     05  FILLER                  PIC X(08) VALUE "TARJETA ".
002920     05  MLJ-ACCION              PIC X(08).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  MLJ-CRITERIO            PIC X(08).
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  MLJ-VALOR               PIC X(08).
002970     05  FILLER                  PIC X(11) VALUE " PARTIDAS: ".
002980     05  MLJ-PARTIDAS            PIC 9(07).
002990     05  FILLER                  PIC X(80) VALUE SPACES.

003000 01  MSU-LINEA-RECHAZO.
003010     05  FILLER                  PIC X(19) VALUE
003020         "TARJETA RECHAZADA: ".
003030     05  MLX-ACCION              PIC X(08).
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  MLX-CRITERIO            PIC X(08).
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  MLX-VALOR               PIC X(08).
003080     05  FILLER                  PIC X(03) VALUE " - ".
003090     05  MLX-MOTIVO              PIC X(30).
003100     05  FILLER                  PIC X(54) VALUE SPACES.

003110 01  MSU-LINEA-CABECERA-ANTIG.
003120     05  FILLER                  PIC X(40) VALUE
003130         "ORIGEN   0-7 DIAS  8-30 DIAS 31-90 DIAS ".
003140     05  FILLER                  PIC X(40) VALUE
003150         " MAS DE 90      TOTAL  PRIMER RECHAZO".
003160     05  FILLER                  PIC X(52) VALUE SPACES.

003170 01  MSU-LINEA-ANTIGUEDAD.
003180     05  MLA-ORIGEN              PIC X(06).
003190     05  FILLER                  PIC X(04) VALUE SPACES.
003200     05  MLA-HASTA-7             PIC 9(07).
003210     05  FILLER                  PIC X(04) VALUE SPACES.
003220     05  MLA-HASTA-30            PIC 9(07).
003230     05  FILLER                  PIC X(04) VALUE SPACES.
003240     05  MLA-HASTA-90            PIC 9(07).
003250     05  FILLER                  PIC X(04) VALUE SPACES.
003260     05  MLA-MAS-90              PIC 9(07).
003270     05  FILLER                  PIC X(04) VALUE SPACES.
003280     05  MLA-TOTAL               PIC 9(07).
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  MLA-MAS-ANTIGUA         PIC 9(08).
003310     05  FILLER                  PIC X(61) VALUE SPACES.

003320 01  MSU-LINEA-TOTAL.
003330     05  FILLER                  PIC X(04) VALUE SPACES.
003340     05  MLS-DESCRIPCION         PIC X(40).
003350     05  MLS-CANTIDAD            PIC 9(07).
003360     05  FILLER                  PIC X(81) VALUE SPACES.

003370 PROCEDURE DIVISION.
003380*****************************************************************
003390*   0000-MAINLINE
003400*----------------------------------------------------------------
003410*   PARRAFO PRINCIPAL: CARGA LAS TARJETAS, RECORRE EL SUSPENSO
003420*   VIGENTE Y LOS RECHAZOS DE LA NOCHE, APLICA LAS TARJETAS A
003430*   LO PENDIENTE Y CIERRA CON EL REPORTE Y EL RETURN-CODE.
003440*****************************************************************
003450 0000-MAINLINE.
003460     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

003470     PERFORM 2000-PROCESAR-MAESTRO THRU 2000-EXIT.

003480     PERFORM 3000-INCORPORAR-RECHAZOS THRU 3000-EXIT.

003485     PERFORM 3500-APLICAR-PENDIENTES THRU 3500-EXIT.

003490     PERFORM 5000-CERRAR-MANTENIMIENTO THRU 5000-EXIT.

003500     PERFORM 9000-FINALIZAR THRU 9000-EXIT.

003510     STOP RUN.

003520*****************************************************************
003530*   1000-INICIALIZAR
003540*----------------------------------------------------------------
003550*   ABRE EL REPORTE Y LAS SALIDAS, CALCULA LAS FECHAS DE CORTE
003560*   DE LOS TRAMOS Y CARGA LAS TARJETAS. SUSPCTL, SUSPMST Y
003570*   SUSPENSO SON OPCIONALES.
003580*****************************************************************
003590 1000-INICIALIZAR.
003600     DISPLAY "MSU0001I INICIANDO MANTENIMIENTO DEL SUSPENSO".

003610     ACCEPT MSU-FECHA-HOY FROM DATE YYYYMMDD.

003620     OPEN OUTPUT ARCHIVO-REPORTE.
003630     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

003640     MOVE MSU-FECHA-HOY TO MLT-FECHA.
003650     WRITE REG-REPORTE FROM MSU-LINEA-TITULO.
003660     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

003670     OPEN OUTPUT ARCHIVO-NUEVO.
003680     OPEN OUTPUT ARCHIVO-LIBERADAS.
003690     PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT.

003700     PERFORM 1300-CALCULAR-CORTES THRU 1300-EXIT.

003710     PERFORM 1500-CARGAR-TARJETAS THRU 1500-EXIT.
003720 1000-EXIT.
003730     EXIT.

003740*----------------------------------------------------------------
003750*   1100-VALIDAR-EF-REPORTE
003760*----------------------------------------------------------------
003770 1100-VALIDAR-EF-REPORTE.
003780     IF MSU-EF-REPORTE NOT = '00'
003790         DISPLAY "MSU0002E ERROR DE E/S EN ARCHIVO-REPORTE - "
003800             "FILE STATUS " MSU-EF-REPORTE
003810         MOVE 16 TO RETURN-CODE
003820         PERFORM 9000-FINALIZAR THRU 9000-EXIT
003830         STOP RUN
003840     END-IF.
003850 1100-EXIT.
003860     EXIT.

003870*----------------------------------------------------------------
003880*   1150-ESCRIBIR-RENGLON
003890*----------------------------------------------------------------
003900 1150-ESCRIBIR-RENGLON.
003910     WRITE REG-REPORTE.
003920     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
003930 1150-EXIT.
003940     EXIT.

003950*----------------------------------------------------------------
003960*   1200-VALIDAR-EF-SALIDAS
003970*----------------------------------------------------------------
003980*   VERIFICA EL FILE STATUS DE SUSPNEW Y SUSPLIB LUEGO DE CADA
003990*   OPEN Y DE CADA WRITE. UN SUSPENSO NUEVO A MEDIAS PIERDE
004000*   PARTIDAS: LA CORRIDA SE DETIENE Y EL JCL NO DEBE RECAMBIAR
004010*   SUSPMST.
004020*----------------------------------------------------------------
004030 1200-VALIDAR-EF-SALIDAS.
004040     IF MSU-EF-NUEVO NOT = '00'
004050         DISPLAY "MSU0003E ERROR DE E/S EN SUSPNEW - FILE "
004060             "STATUS " MSU-EF-NUEVO
004070         MOVE 16 TO RETURN-CODE
004080         PERFORM 9000-FINALIZAR THRU 9000-EXIT
004090         STOP RUN
004100     END-IF.

004110     IF MSU-EF-LIBERADAS NOT = '00'
004120         DISPLAY "MSU0004E ERROR DE E/S EN SUSPLIB - FILE "
004130             "STATUS " MSU-EF-LIBERADAS
004140         MOVE 16 TO RETURN-CODE
004150         PERFORM 9000-FINALIZAR THRU 9000-EXIT
004160         STOP RUN
004170     END-IF.
004180 1200-EXIT.
004190     EXIT.

004200*****************************************************************
004210*   1300-CALCULAR-CORTES
004220*----------------------------------------------------------------
004230*   PARTE DE LA FECHA DEL DIA Y LE VA RESTANDO DIAS: A LOS 7,
004240*   A LOS 30 Y A LOS 90 GUARDA LA FECHA DE CORTE DE CADA TRAMO.
004250*   UNA PARTIDA CON PRIMER RECHAZO NO ANTERIOR AL CORTE DE 7
004260*   CAE EN EL TRAMO 0-7, Y ASI SUCESIVAMENTE.
004270*****************************************************************
004280 1300-CALCULAR-CORTES.
004290     MOVE MSU-FECHA-HOY TO MSU-FECHA-CALCULO-NUM.

004300     MOVE 7 TO MSU-DIAS-RESTANTES.
004310     PERFORM 1350-RESTAR-UN-DIA THRU 1350-EXIT
004320         UNTIL MSU-DIAS-RESTANTES = ZERO.
004330     MOVE MSU-FECHA-CALCULO-NUM TO MSU-CORTE-7.

004340     MOVE 23 TO MSU-DIAS-RESTANTES.
004350     PERFORM 1350-RESTAR-UN-DIA THRU 1350-EXIT
004360         UNTIL MSU-DIAS-RESTANTES = ZERO.
004370     MOVE MSU-FECHA-CALCULO-NUM TO MSU-CORTE-30.

004380     MOVE 60 TO MSU-DIAS-RESTANTES.
004390     PERFORM 1350-RESTAR-UN-DIA THRU 1350-EXIT
004400         UNTIL MSU-DIAS-RESTANTES = ZERO.
004410     MOVE MSU-FECHA-CALCULO-NUM TO MSU-CORTE-90.
004420 1300-EXIT.
004430     EXIT.

004440*----------------------------------------------------------------
004450*   1350-RESTAR-UN-DIA
004460*----------------------------------------------------------------
004470 1350-RESTAR-UN-DIA.
004480     IF MSU-CALC-DIA > 1
004490         SUBTRACT 1 FROM MSU-CALC-DIA
004500     ELSE
004510         IF MSU-CALC-MES > 1
004520             SUBTRACT 1 FROM MSU-CALC-MES
004530         ELSE
004540             SUBTRACT 1 FROM MSU-CALC-ANIO
004550             MOVE 12 TO MSU-CALC-MES
004560         END-IF
004570         PERFORM 1400-DIAS-DEL-MES THRU 1400-EXIT
004580         MOVE MSU-DIAS-DEL-MES TO MSU-CALC-DIA
004590     END-IF.

004600     SUBTRACT 1 FROM MSU-DIAS-RESTANTES.
004610 1350-EXIT.
004620     EXIT.

004630*----------------------------------------------------------------
004640*   1400-DIAS-DEL-MES
004650*----------------------------------------------------------------
004660*   DEJA EN MSU-DIAS-DEL-MES EL LARGO DE MSU-CALC-MES EN EL
004670*   ANIO MSU-CALC-ANIO. UN ANIO ES BISIESTO SI ES MULTIPLO DE 4
004680*   Y NO DE 100, O SI ES MULTIPLO DE 400.
004690*----------------------------------------------------------------
004700 1400-DIAS-DEL-MES.
004710     IF MSU-CALC-MES = 04 OR MSU-CALC-MES = 06
004720     OR MSU-CALC-MES = 09 OR MSU-CALC-MES = 11
004730         MOVE 30 TO MSU-DIAS-DEL-MES
004740         GO TO 1400-EXIT
004750     END-IF.

004760     IF MSU-CALC-MES NOT = 02
004770         MOVE 31 TO MSU-DIAS-DEL-MES
004780         GO TO 1400-EXIT
004790     END-IF.

004800     PERFORM 1450-DETERMINAR-BISIESTO THRU 1450-EXIT.

004810     IF MSU-ANIO-BISIESTO
004820         MOVE 29 TO MSU-DIAS-DEL-MES
004830     ELSE
004840         MOVE 28 TO MSU-DIAS-DEL-MES
004850     END-IF.
004860 1400-EXIT.
004870     EXIT.

004880*----------------------------------------------------------------
004890*   1450-DETERMINAR-BISIESTO
004900*----------------------------------------------------------------
004910 1450-DETERMINAR-BISIESTO.
004920     MOVE 'N' TO MSU-SW-BISIESTO.

004930     DIVIDE MSU-CALC-ANIO BY 400
004940         GIVING MSU-COCIENTE-BISIESTO
004950         REMAINDER MSU-RESTO-BISIESTO.
004960     IF MSU-RESTO-BISIESTO = ZERO
004970         MOVE 'Y' TO MSU-SW-BISIESTO
004980         GO TO 1450-EXIT
004990     END-IF.

005000     DIVIDE MSU-CALC-ANIO BY 100
005010         GIVING MSU-COCIENTE-BISIESTO
005020         REMAINDER MSU-RESTO-BISIESTO.
005030     IF MSU-RESTO-BISIESTO = ZERO
005040         GO TO 1450-EXIT
005050     END-IF.

005060     DIVIDE MSU-CALC-ANIO BY 4
005070         GIVING MSU-COCIENTE-BISIESTO
005080         REMAINDER MSU-RESTO-BISIESTO.
005090     IF MSU-RESTO-BISIESTO = ZERO
005100         MOVE 'Y' TO MSU-SW-BISIESTO
005110     END-IF.
005120 1450-EXIT.
005130     EXIT.

005140*****************************************************************
005150*   1500-CARGAR-TARJETAS
005160*----------------------------------------------------------------
005170*   CARGA LAS TARJETAS DE SUSPCTL. UNA TARJETA MAL ARMADA SE
005180*   LISTA Y SE DESCARTA (LAS DEMAS SE APLICAN IGUAL); SIN
005190*   SUSPCTL LA CORRIDA SOLO INCORPORA LOS RECHAZOS E INFORMA.
005200*****************************************************************
005210 1500-CARGAR-TARJETAS.
005220     MOVE ZERO TO MSU-CANT-TARJETAS.

005230     OPEN INPUT ARCHIVO-CONTROL.

005240     IF MSU-EF-CONTROL NOT = '00'
005250         DISPLAY "MSU0005I SUSPCTL AUSENTE - NO SE LIBERA NI SE "
005260             "ANULA NADA"
005270         GO TO 1500-EXIT
005280     END-IF.

005290     READ ARCHIVO-CONTROL
005300         AT END
005310             MOVE '10' TO MSU-EF-CONTROL
005320     END-READ.

005330     PERFORM 1550-CARGAR-UNA-TARJETA THRU 1550-EXIT
005340         UNTIL MSU-FIN-CONTROL.

005350     CLOSE ARCHIVO-CONTROL.

005360     DISPLAY "MSU0006I TARJETAS ACEPTADAS: " MSU-CANT-TARJETAS
005370         " RECHAZADAS: " MSU-TARJETAS-RECHAZADAS.
005380 1500-EXIT.
005390     EXIT.

005400*----------------------------------------------------------------
005410*   1550-CARGAR-UNA-TARJETA
005420*----------------------------------------------------------------
005430 1550-CARGAR-UNA-TARJETA.
005440     IF NOT SCT-ACCION-LIBERAR
005450     AND NOT SCT-ACCION-ANULAR
005460         MOVE "ACCION DESCONOCIDA" TO MLX-MOTIVO
005470         PERFORM 1560-RECHAZAR-TARJETA THRU 1560-EXIT
005480         GO TO 1550-SIGUIENTE
005490     END-IF.

005500     IF NOT SCT-CRITERIO-VALIDO
005510         MOVE "CRITERIO DESCONOCIDO" TO MLX-MOTIVO
005520         PERFORM 1560-RECHAZAR-TARJETA THRU 1560-EXIT
005530         GO TO 1550-SIGUIENTE
005540     END-IF.

005550     IF SCT-VALOR = SPACES
005560         MOVE "FALTA EL VALOR DEL CRITERIO" TO MLX-MOTIVO
005570         PERFORM 1560-RECHAZAR-TARJETA THRU 1560-EXIT
005580         GO TO 1550-SIGUIENTE
005590     END-IF.

005600     MOVE SCT-VALOR TO MSU-MOTIVO-TARJETA.

005610     IF SCT-CRITERIO-MOTIVO
005620     AND NOT MSU-MOTIVO-CONOCIDO
005630         MOVE "CODIGO DE MOTIVO DESCONOCIDO" TO MLX-MOTIVO
005640         PERFORM 1560-RECHAZAR-TARJETA THRU 1560-EXIT
005650         GO TO 1550-SIGUIENTE
005660     END-IF.

005670     IF MSU-CANT-TARJETAS >= MSU-MAX-TARJETAS
005680         MOVE "DEMASIADAS TARJETAS" TO MLX-MOTIVO
005690         PERFORM 1560-RECHAZAR-TARJETA THRU 1560-EXIT
005700         GO TO 1550-SIGUIENTE
005710     END-IF.

005720     ADD 1 TO MSU-CANT-TARJETAS.
005730     MOVE SCT-ACCION   TO MSU-TAR-ACCION(MSU-CANT-TARJETAS).
005740     MOVE SCT-CRITERIO TO MSU-TAR-CRITERIO(MSU-CANT-TARJETAS).
005750     MOVE SCT-VALOR    TO MSU-TAR-VALOR(MSU-CANT-TARJETAS).
005760     MOVE ZERO         TO MSU-TAR-PARTIDAS(MSU-CANT-TARJETAS).

005770 1550-SIGUIENTE.
005780     READ ARCHIVO-CONTROL
005790         AT END
005800             MOVE '10' TO MSU-EF-CONTROL
005810     END-READ.
005820 1550-EXIT.
005830     EXIT.

005840*----------------------------------------------------------------
005850*   1560-RECHAZAR-TARJETA
005860*----------------------------------------------------------------
005870*   EL MOTIVO YA VIENE EN MLX-MOTIVO.
005880*----------------------------------------------------------------
005890 1560-RECHAZAR-TARJETA.
005900     ADD 1 TO MSU-TARJETAS-RECHAZADAS.
005910     MOVE SCT-ACCION   TO MLX-ACCION.
005920     MOVE SCT-CRITERIO TO MLX-CRITERIO.
005930     MOVE SCT-VALOR    TO MLX-VALOR.
005940     WRITE REG-REPORTE FROM MSU-LINEA-RECHAZO.
005950     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
005960 1560-EXIT.
005970     EXIT.

005980*****************************************************************
005990*   2000-PROCESAR-MAESTRO
006000*----------------------------------------------------------------
006010*   RECORRE EL SUSPENSO VIGENTE: LAS PARTIDAS LIBERADAS EN LA
006020*   CORRIDA ANTERIOR QUEDAN EN MEMORIA HASTA VER LOS RECHAZOS
006030*   DE ESTA NOCHE; LAS PENDIENTES TAMBIEN (VER 2300).
006040*****************************************************************
006050 2000-PROCESAR-MAESTRO.
006060     OPEN INPUT ARCHIVO-MAESTRO.

006070     IF MSU-EF-MAESTRO NOT = '00'
006080         DISPLAY "MSU0007I SUSPMST AUSENTE - SE PARTE DE UN "
006090             "SUSPENSO VACIO"
006100         GO TO 2000-EXIT
006110     END-IF.

006120     PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT.

006130     PERFORM 2050-PROCESAR-UNA-PARTIDA THRU 2050-EXIT
006140         UNTIL MSU-FIN-MAESTRO.

006150     CLOSE ARCHIVO-MAESTRO.
006160 2000-EXIT.
006170     EXIT.

006180*----------------------------------------------------------------
006190*   2050-PROCESAR-UNA-PARTIDA
006200*----------------------------------------------------------------
006210 2050-PROCESAR-UNA-PARTIDA.
006220     ADD 1 TO MSU-LEIDAS-MAESTRO.

006230     IF SUS-LIBERADO
006240         ADD 1 TO MSU-LIBERADAS-PREVIAS
006250         PERFORM 2200-GUARDAR-LIBERADA THRU 2200-EXIT
006260     ELSE
006270         PERFORM 2300-RETENER-PENDIENTE THRU 2300-EXIT
006280     END-IF.

006290     PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT.
006300 2050-EXIT.
006310     EXIT.

006320*----------------------------------------------------------------
006330*   2100-LEER-MAESTRO
006340*----------------------------------------------------------------
006350 2100-LEER-MAESTRO.
006360     READ ARCHIVO-MAESTRO INTO REG-SUSPENSO
006370         AT END
006380             MOVE '10' TO MSU-EF-MAESTRO
006390     END-READ.
006400 2100-EXIT.
006410     EXIT.

006420*----------------------------------------------------------------
006430*   2200-GUARDAR-LIBERADA
006440*----------------------------------------------------------------
006450 2200-GUARDAR-LIBERADA.
006460     IF MSU-CANT-LIBERADAS >= MSU-MAX-LIBERADAS
006470         ADD 1 TO MSU-RESUELTAS
006480         DISPLAY "MSU0008I SE ADMITEN HASTA " MSU-MAX-LIBERADAS
006490             " LIBERADAS PREVIAS - EXCEDENTE DADO POR RESUELTO"
006500         GO TO 2200-EXIT
006510     END-IF.

006520     ADD 1 TO MSU-CANT-LIBERADAS.
006530     MOVE SUS-TRANSACCION
006540         TO MSU-LIB-TRANSACCION(MSU-CANT-LIBERADAS).
006550     MOVE SUS-MOTIVO TO MSU-LIB-MOTIVO(MSU-CANT-LIBERADAS).
006560     MOVE SUS-FECHA-RECHAZO
006570         TO MSU-LIB-FECHA-RECHAZO(MSU-CANT-LIBERADAS).
006580     MOVE SUS-RECHAZOS TO MSU-LIB-RECHAZOS(MSU-CANT-LIBERADAS).
006590     MOVE SUS-FECHA-LIBERACION
006600         TO MSU-LIB-FECHA-LIBERACION(MSU-CANT-LIBERADAS).
006610     MOVE 'N' TO MSU-LIB-SW-VOLVIO(MSU-CANT-LIBERADAS).
006620 2200-EXIT.
006630     EXIT.

006631*----------------------------------------------------------------
006632*   2300-RETENER-PENDIENTE
006633*----------------------------------------------------------------
006634*   GUARDA LA PARTIDA PENDIENTE EN REG-SUSPENSO EN LA TABLA DE
006635*   PENDIENTES. LLENA LA TABLA, LA PARTIDA PASA YA MISMO POR LAS
006636*   TARJETAS.
006637*----------------------------------------------------------------
006638 2300-RETENER-PENDIENTE.
006639     IF MSU-CANT-PENDIENTES >= MSU-MAX-PENDIENTES
006640         IF NOT MSU-PENDIENTES-LLENA
006641             MOVE 'Y' TO MSU-SW-PENDIENTES-LLENA
006642             DISPLAY "MSU0011I SE RETIENEN HASTA "
006643                 MSU-MAX-PENDIENTES " PENDIENTES - LAS DEMAS NO "
006644                 "SE CRUZAN CONTRA RECHAZOS REPETIDOS"
006645         END-IF
006646         PERFORM 4000-APLICAR-TARJETAS THRU 4000-EXIT
006647         GO TO 2300-EXIT
006648     END-IF.

006649     ADD 1 TO MSU-CANT-PENDIENTES.
006650     MOVE REG-SUSPENSO TO MSU-PEN(MSU-CANT-PENDIENTES).
006651 2300-EXIT.
006652     EXIT.

006653*****************************************************************
006654*   3000-INCORPORAR-RECHAZOS
006660*----------------------------------------------------------------
006670*   RECORRE LOS RECHAZOS DE LA CORRIDA DE ESTA NOCHE. CADA UNO
006680*   SE CRUZA PRIMERO CONTRA LAS PENDIENTES (SI YA ESTA, SE SUMA
006690*   A ESA PARTIDA) Y DESPUES CONTRA LAS LIBERADAS PREVIAS (PARA
006700*   CONSERVAR SU FECHA DE PRIMER RECHAZO); SI NO, QUEDA COMO
006705*   PARTIDA PENDIENTE NUEVA.
006710*****************************************************************
006720 3000-INCORPORAR-RECHAZOS.
006730     OPEN INPUT ARCHIVO-RECHAZOS.

006740     IF MSU-EF-RECHAZOS NOT = '00'
006750         DISPLAY "MSU0009I SUSPENSO AUSENTE - NO HAY RECHAZOS "
006760             "NUEVOS PARA INCORPORAR"
006770         GO TO 3000-EXIT
006780     END-IF.

006790     MOVE 'Y' TO MSU-SW-HAY-RECHAZOS.

006800     PERFORM 3100-LEER-RECHAZO THRU 3100-EXIT.

006810     PERFORM 3050-INCORPORAR-UN-RECHAZO THRU 3050-EXIT
006820         UNTIL MSU-FIN-RECHAZOS.

006830     CLOSE ARCHIVO-RECHAZOS.
006840 3000-EXIT.
006850     EXIT.

006860*----------------------------------------------------------------
006870*   3050-INCORPORAR-UN-RECHAZO
006880*----------------------------------------------------------------
006890 3050-INCORPORAR-UN-RECHAZO.
006900     ADD 1 TO MSU-RECHAZOS-NOCHE.

006901     PERFORM 3300-BUSCAR-PENDIENTE THRU 3300-EXIT.

006902     IF MSU-PENDIENTE-HALLADA
006903         ADD 1 TO MSU-REPETIDAS
006904         PERFORM 3400-SUMAR-RECHAZO THRU 3400-EXIT
006905         GO TO 3050-SIGUIENTE
006906     END-IF.

006910     PERFORM 3200-BUSCAR-LIBERADA THRU 3200-EXIT.

006920     IF MSU-LIBERADA-HALLADA
006930         ADD 1 TO MSU-REINGRESADAS
006940         MOVE 'Y' TO MSU-LIB-SW-VOLVIO(MSU-IDX-LIBERADA)
006950         MOVE MSU-LIB-FECHA-RECHAZO(MSU-IDX-LIBERADA)
006960             TO SUS-FECHA-RECHAZO
006970         IF MSU-LIB-RECHAZOS(MSU-IDX-LIBERADA) < 999
006980             COMPUTE SUS-RECHAZOS =
006990                 MSU-LIB-RECHAZOS(MSU-IDX-LIBERADA) + 1
007000         END-IF
007010     END-IF.

007020     PERFORM 2300-RETENER-PENDIENTE THRU 2300-EXIT.

007025 3050-SIGUIENTE.
007030     PERFORM 3100-LEER-RECHAZO THRU 3100-EXIT.
007040 3050-EXIT.
007050     EXIT.

007060*----------------------------------------------------------------
007070*   3100-LEER-RECHAZO
007080*----------------------------------------------------------------
007090 3100-LEER-RECHAZO.
007100     READ ARCHIVO-RECHAZOS INTO REG-SUSPENSO
007110         AT END
007120             MOVE '10' TO MSU-EF-RECHAZOS
007130     END-READ.
007140 3100-EXIT.
007150     EXIT.

007160*----------------------------------------------------------------
007170*   3200-BUSCAR-LIBERADA
007180*----------------------------------------------------------------
007190*   BUSCA UNA LIBERADA PREVIA CON LA MISMA TRANSACCION QUE
007200*   TODAVIA NO HAYA SIDO RECLAMADA POR OTRO RECHAZO (UN ORIGEN
007210*   PUEDE HABER MANDADO DOS VECES LA MISMA TRANSACCION).
007220*----------------------------------------------------------------
007230 3200-BUSCAR-LIBERADA.
007240     MOVE 'N' TO MSU-SW-LIBERADA-HALLADA.

007250     PERFORM 3250-COMPARAR-LIBERADA THRU 3250-EXIT
007260         VARYING MSU-IDX-LIBERADA FROM 1 BY 1
007270         UNTIL MSU-IDX-LIBERADA > MSU-CANT-LIBERADAS
007280            OR MSU-LIBERADA-HALLADA.

007290     IF MSU-LIBERADA-HALLADA
007300         SUBTRACT 1 FROM MSU-IDX-LIBERADA
007310     END-IF.
007320 3200-EXIT.
007330     EXIT.

007340*----------------------------------------------------------------
007350*   3250-COMPARAR-LIBERADA
007360*----------------------------------------------------------------
007370 3250-COMPARAR-LIBERADA.
007380     IF MSU-LIB-TRANSACCION(MSU-IDX-LIBERADA) = SUS-TRANSACCION
007390     AND NOT MSU-LIB-VOLVIO(MSU-IDX-LIBERADA)
007400         MOVE 'Y' TO MSU-SW-LIBERADA-HALLADA
007410     END-IF.
007420 3250-EXIT.
007430     EXIT.

007431*----------------------------------------------------------------
007432*   3300-BUSCAR-PENDIENTE
007433*----------------------------------------------------------------
007434*   BUSCA ENTRE LAS PENDIENTES RETENIDAS UNA PARTIDA CON LA
007435*   MISMA TRANSACCION (BYTE A BYTE, COMO LAS LIBERADAS) QUE EL
007436*   RECHAZO EN REG-SUSPENSO.
007437*----------------------------------------------------------------
007438 3300-BUSCAR-PENDIENTE.
007439     MOVE 'N' TO MSU-SW-PENDIENTE-HALLADA.

007440     PERFORM 3350-COMPARAR-PENDIENTE THRU 3350-EXIT
007441         VARYING MSU-IDX-PENDIENTE FROM 1 BY 1
007442         UNTIL MSU-IDX-PENDIENTE > MSU-CANT-PENDIENTES
007443            OR MSU-PENDIENTE-HALLADA.

007444     IF MSU-PENDIENTE-HALLADA
007445         SUBTRACT 1 FROM MSU-IDX-PENDIENTE
007446     END-IF.
007447 3300-EXIT.
007448     EXIT.

007449*----------------------------------------------------------------
007450*   3350-COMPARAR-PENDIENTE
007451*----------------------------------------------------------------
007452 3350-COMPARAR-PENDIENTE.
007453     IF MSU-PEN-TRANSACCION(MSU-IDX-PENDIENTE) = SUS-TRANSACCION
007454         MOVE 'Y' TO MSU-SW-PENDIENTE-HALLADA
007455     END-IF.
007456 3350-EXIT.
007457     EXIT.

007458*----------------------------------------------------------------
007459*   3400-SUMAR-RECHAZO
007460*----------------------------------------------------------------
007461*   EL RECHAZO EN REG-SUSPENSO ES DE UNA PARTIDA YA PENDIENTE:
007462*   LA PARTIDA CONSERVA SU FECHA DE PRIMER RECHAZO Y TOMA LA
007463*   FECHA Y EL MOTIVO DEL ULTIMO, CON UN RECHAZO MAS.
007464*----------------------------------------------------------------
007465 3400-SUMAR-RECHAZO.
007466     MOVE SUS-MOTIVO       TO MSU-MOTIVO-NUEVO.
007467     MOVE SUS-FECHA-ULTIMO TO MSU-FECHA-NUEVO.

007468     MOVE MSU-PEN(MSU-IDX-PENDIENTE) TO REG-SUSPENSO.

007469     MOVE MSU-MOTIVO-NUEVO TO SUS-MOTIVO.
007470     MOVE MSU-FECHA-NUEVO  TO SUS-FECHA-ULTIMO.
007471     IF SUS-RECHAZOS < 999
007472         ADD 1 TO SUS-RECHAZOS
007473     END-IF.

007474     MOVE REG-SUSPENSO TO MSU-PEN(MSU-IDX-PENDIENTE).
007475 3400-EXIT.
007476     EXIT.

007477*****************************************************************
007478*   3500-APLICAR-PENDIENTES
007479*----------------------------------------------------------------
007480*   CON TODOS LOS RECHAZOS YA INCORPORADOS, PASA CADA PARTIDA
007481*   PENDIENTE RETENIDA POR LAS TARJETAS (LIBERARLA, ANULARLA O
007482*   CONSERVARLA).
007483*****************************************************************
007484 3500-APLICAR-PENDIENTES.
007485     PERFORM 3550-APLICAR-UNA-PENDIENTE THRU 3550-EXIT
007486         VARYING MSU-IDX-PENDIENTE FROM 1 BY 1
007487         UNTIL MSU-IDX-PENDIENTE > MSU-CANT-PENDIENTES.
007488 3500-EXIT.
007489     EXIT.

007490*----------------------------------------------------------------
007491*   3550-APLICAR-UNA-PENDIENTE
007492*----------------------------------------------------------------
007493 3550-APLICAR-UNA-PENDIENTE.
007494     MOVE MSU-PEN(MSU-IDX-PENDIENTE) TO REG-SUSPENSO.
007495     PERFORM 4000-APLICAR-TARJETAS THRU 4000-EXIT.
007496 3550-EXIT.
007497     EXIT.

007498*****************************************************************
007499*   4000-APLICAR-TARJETAS
007500*----------------------------------------------------------------
007501*   DECIDE LA SUERTE DE UNA PARTIDA PENDIENTE (EN REG-SUSPENSO)
007502*   SEGUN LA PRIMERA TARJETA QUE LE CORRESPONDE: LIBERARLA,
007503*   ANULARLA O, SIN TARJETA, CONSERVARLA PENDIENTE.
007504*****************************************************************
007510 4000-APLICAR-TARJETAS.
007520     MOVE SUS-TRANSACCION TO REG-TRANSACCION.
007530     MOVE 'N' TO MSU-SW-TARJETA-HALLADA.

007540     PERFORM 4050-COMPARAR-TARJETA THRU 4050-EXIT
007550         VARYING MSU-IDX-TARJETA FROM 1 BY 1
007560         UNTIL MSU-IDX-TARJETA > MSU-CANT-TARJETAS
007570            OR MSU-TARJETA-HALLADA.

007580     IF NOT MSU-TARJETA-HALLADA
007590         PERFORM 4300-CONSERVAR-PARTIDA THRU 4300-EXIT
007600         GO TO 4000-EXIT
007610     END-IF.

007620     SUBTRACT 1 FROM MSU-IDX-TARJETA.
007630     ADD 1 TO MSU-TAR-PARTIDAS(MSU-IDX-TARJETA).

007640     IF MSU-TAR-ACCION(MSU-IDX-TARJETA) = "LIBERAR"
007650         PERFORM 4100-LIBERAR-PARTIDA THRU 4100-EXIT
007660     ELSE
007670         PERFORM 4200-ANULAR-PARTIDA THRU 4200-EXIT
007680     END-IF.
007690 4000-EXIT.
007700     EXIT.

007710*----------------------------------------------------------------
007720*   4050-COMPARAR-TARJETA
007730*----------------------------------------------------------------
007740 4050-COMPARAR-TARJETA.
007750     IF MSU-TAR-CRITERIO(MSU-IDX-TARJETA) = "ORIGEN"
007760     AND MSU-TAR-VALOR(MSU-IDX-TARJETA) = TRANS-SISTEMA-ORIGEN
007770         MOVE 'Y' TO MSU-SW-TARJETA-HALLADA
007780     END-IF.

007790     IF MSU-TAR-CRITERIO(MSU-IDX-TARJETA) = "TABLA"
007800     AND MSU-TAR-VALOR(MSU-IDX-TARJETA) = TRANS-TABLA-ID
007810         MOVE 'Y' TO MSU-SW-TARJETA-HALLADA
007820     END-IF.

007830     IF MSU-TAR-CRITERIO(MSU-IDX-TARJETA) = "MOTIVO"
007840     AND MSU-TAR-VALOR(MSU-IDX-TARJETA) = SUS-MOTIVO
007850         MOVE 'Y' TO MSU-SW-TARJETA-HALLADA
007860     END-IF.
007870 4050-EXIT.
007880     EXIT.

007890*----------------------------------------------------------------
007900*   4100-LIBERAR-PARTIDA
007910*----------------------------------------------------------------
007920*   LA TRANSACCION, TAL CUAL LLEGO, VA A SUSPLIB; LA PARTIDA
007930*   QUEDA EN EL SUSPENSO COMO LIBERADA HASTA LA PROXIMA CORRIDA.
007940*----------------------------------------------------------------
007950 4100-LIBERAR-PARTIDA.
007960     WRITE REG-LIBERADA FROM SUS-TRANSACCION.
007970     PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT.

007980     MOVE 'L' TO SUS-ESTADO.
007990     MOVE MSU-FECHA-HOY TO SUS-FECHA-LIBERACION.
008000     WRITE REG-NUEVO FROM REG-SUSPENSO.
008010     PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT.

008020     ADD 1 TO MSU-LIBERADAS.
008030     MOVE "LIBERADA" TO MLP-ACCION.
008040     PERFORM 4400-ESCRIBIR-PARTIDA THRU 4400-EXIT.
008050 4100-EXIT.
008060     EXIT.

008070*----------------------------------------------------------------
008080*   4200-ANULAR-PARTIDA
008090*----------------------------------------------------------------
008100*   LA PARTIDA NO SE GRABA EN SUSPNEW: SALE DEL SUSPENSO. QUEDA
008110*   CONSTANCIA EN EL REPORTE.
008120*----------------------------------------------------------------
008130 4200-ANULAR-PARTIDA.
008140     ADD 1 TO MSU-ANULADAS.
008150     MOVE "ANULADA" TO MLP-ACCION.
008160     PERFORM 4400-ESCRIBIR-PARTIDA THRU 4400-EXIT.
008170 4200-EXIT.
008180     EXIT.

008190*----------------------------------------------------------------
008200*   4300-CONSERVAR-PARTIDA
008210*----------------------------------------------------------------
008220*   LA PARTIDA SIGUE PENDIENTE: SE GRABA EN SUSPNEW Y SE SUMA AL
008230*   TRAMO DE ANTIGUEDAD DE SU ORIGEN.
008240*----------------------------------------------------------------
008250 4300-CONSERVAR-PARTIDA.
008260     MOVE 'P' TO SUS-ESTADO.
008270     WRITE REG-NUEVO FROM REG-SUSPENSO.
008280     PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT.

008290     ADD 1 TO MSU-PENDIENTES.

008300     PERFORM 4350-UBICAR-ORIGEN THRU 4350-EXIT.

008310     ADD 1 TO MSU-ORG-TOTAL(MSU-IDX-ORIGEN).

008320     IF SUS-FECHA-RECHAZO >= MSU-CORTE-7
008330         ADD 1 TO MSU-ORG-HASTA-7(MSU-IDX-ORIGEN)
008340     ELSE
008350         IF SUS-FECHA-RECHAZO >= MSU-CORTE-30
008360             ADD 1 TO MSU-ORG-HASTA-30(MSU-IDX-ORIGEN)
008370         ELSE
008380             IF SUS-FECHA-RECHAZO >= MSU-CORTE-90
008390                 ADD 1 TO MSU-ORG-HASTA-90(MSU-IDX-ORIGEN)
008400             ELSE
008410                 ADD 1 TO MSU-ORG-MAS-90(MSU-IDX-ORIGEN)
008420             END-IF
008430         END-IF
008440     END-IF.

008450     IF SUS-FECHA-RECHAZO < MSU-ORG-MAS-ANTIGUA(MSU-IDX-ORIGEN)
008460         MOVE SUS-FECHA-RECHAZO
008470             TO MSU-ORG-MAS-ANTIGUA(MSU-IDX-ORIGEN)
008480     END-IF.
008490 4300-EXIT.
008500     EXIT.

008510*----------------------------------------------------------------
008520*   4350-UBICAR-ORIGEN
008530*----------------------------------------------------------------
008540*   LOCALIZA (O CREA) LA ENTRADA DEL ORIGEN DE LA PARTIDA EN LA
008550*   TABLA DE ANTIGUEDAD. LLENA LA TABLA, LOS ORIGENES NUEVOS VAN
008560*   A LA ULTIMA ENTRADA, "****".
008570*----------------------------------------------------------------
008580 4350-UBICAR-ORIGEN.
008590     PERFORM 4360-COMPARAR-ORIGEN THRU 4360-EXIT
008600         VARYING MSU-IDX-ORIGEN FROM 1 BY 1
008610         UNTIL MSU-IDX-ORIGEN > MSU-CANT-ORIGENES
008620            OR MSU-ORG-CODIGO(MSU-IDX-ORIGEN)
008630               = TRANS-SISTEMA-ORIGEN.

008640     IF MSU-IDX-ORIGEN <= MSU-CANT-ORIGENES
008650         GO TO 4350-EXIT
008660     END-IF.

008670     IF MSU-CANT-ORIGENES >= MSU-MAX-ORIGENES
008680         MOVE MSU-MAX-ORIGENES TO MSU-IDX-ORIGEN
008690         MOVE "****" TO MSU-ORG-CODIGO(MSU-IDX-ORIGEN)
008700         GO TO 4350-EXIT
008710     END-IF.

008720     ADD 1 TO MSU-CANT-ORIGENES.
008730     MOVE MSU-CANT-ORIGENES TO MSU-IDX-ORIGEN.
008740     MOVE TRANS-SISTEMA-ORIGEN TO MSU-ORG-CODIGO(MSU-IDX-ORIGEN).
008750     MOVE ZERO TO MSU-ORG-HASTA-7(MSU-IDX-ORIGEN).
008760     MOVE ZERO TO MSU-ORG-HASTA-30(MSU-IDX-ORIGEN).
008770     MOVE ZERO TO MSU-ORG-HASTA-90(MSU-IDX-ORIGEN).
008780     MOVE ZERO TO MSU-ORG-MAS-90(MSU-IDX-ORIGEN).
008790     MOVE ZERO TO MSU-ORG-TOTAL(MSU-IDX-ORIGEN).
008800     MOVE 99999999 TO MSU-ORG-MAS-ANTIGUA(MSU-IDX-ORIGEN).
008810 4350-EXIT.
008820     EXIT.

008830*----------------------------------------------------------------
008840*   4360-COMPARAR-ORIGEN
008850*----------------------------------------------------------------
008860*   PARRAFO VACIO: EL VARYING QUE LO PERFORMA SOLO AVANZA EL
008870*   SUBINDICE HASTA HALLAR EL ORIGEN O AGOTAR LAS ENTRADAS.
008880*----------------------------------------------------------------
008890 4360-COMPARAR-ORIGEN.
008900     CONTINUE.
008910 4360-EXIT.
008920     EXIT.

008930*----------------------------------------------------------------
008940*   4400-ESCRIBIR-PARTIDA
008950*----------------------------------------------------------------
008960*   RENGLON DE UNA PARTIDA LIBERADA O ANULADA (LA ACCION YA
008970*   VIENE EN MLP-ACCION).
008980*----------------------------------------------------------------
008990 4400-ESCRIBIR-PARTIDA.
009000     MOVE TRANS-SISTEMA-ORIGEN TO MLP-ORIGEN.
009010     MOVE TRANS-TABLA-ID       TO MLP-TABLA.
009020     MOVE TRANS-CLAVE          TO MLP-CLAVE.
009030     MOVE TRANS-TIPO           TO MLP-TIPO.
009040     MOVE SUS-MOTIVO           TO MLP-MOTIVO.
009050     MOVE SUS-FECHA-RECHAZO    TO MLP-FECHA-RECHAZO.
009060     MOVE TRANS-ID-SOLICITUD   TO MLP-SOLICITUD.

009070     IF TRANS-TIPO-RANGO
009080         MOVE TRANS-CLAVE-HASTA TO MLP-HASTA
009090     ELSE
009100         MOVE SPACES TO MLP-HASTA
009110     END-IF.

009120     WRITE REG-REPORTE FROM MSU-LINEA-PARTIDA.
009130     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
009140 4400-EXIT.
009150     EXIT.

009160*****************************************************************
009170*   5000-CERRAR-MANTENIMIENTO
009180*----------------------------------------------------------------
009190*   DEFINE LA SUERTE DE LAS LIBERADAS PREVIAS QUE NO VOLVIERON,
009200*   Y EMITE EL RESULTADO DE LAS TARJETAS, LA ANTIGUEDAD POR
009210*   ORIGEN, LOS TOTALES Y EL RETURN-CODE.
009220*****************************************************************
009230 5000-CERRAR-MANTENIMIENTO.
009240     PERFORM 5100-CERRAR-UNA-LIBERADA THRU 5100-EXIT
009250         VARYING MSU-IDX-LIBERADA FROM 1 BY 1
009260         UNTIL MSU-IDX-LIBERADA > MSU-CANT-LIBERADAS.

009270     PERFORM 5200-EMITIR-UNA-TARJETA THRU 5200-EXIT
009280         VARYING MSU-IDX-TARJETA FROM 1 BY 1
009290         UNTIL MSU-IDX-TARJETA > MSU-CANT-TARJETAS.

009300     MOVE "ANTIGUEDAD DE LO PENDIENTE POR ORIGEN"
009310         TO REG-REPORTE.
009320     PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT.
009330     WRITE REG-REPORTE FROM MSU-LINEA-CABECERA-ANTIG.
009340     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

009350     PERFORM 5300-EMITIR-UN-ORIGEN THRU 5300-EXIT
009360         VARYING MSU-IDX-ORIGEN FROM 1 BY 1
009370         UNTIL MSU-IDX-ORIGEN > MSU-CANT-ORIGENES.

009380     MOVE "PARTIDAS LEIDAS DE SUSPMST" TO MLS-DESCRIPCION.
009390     MOVE MSU-LEIDAS-MAESTRO TO MLS-CANTIDAD.
009400     PERFORM 5400-ESCRIBIR-TOTAL THRU 5400-EXIT.

009410     MOVE "RECHAZOS DE LA NOCHE INCORPORADOS" TO MLS-DESCRIPCION.
009420     MOVE MSU-RECHAZOS-NOCHE TO MLS-CANTIDAD.
009430     PERFORM 5400-ESCRIBIR-TOTAL THRU 5400-EXIT.

009440     MOVE "LIBERADAS QUE VOLVIERON A RECHAZARSE"
009445         TO MLS-DESCRIPCION.
009450     MOVE MSU-REINGRESADAS TO MLS-CANTIDAD.
009460     PERFORM 5400-ESCRIBIR-TOTAL THRU 5400-EXIT.

009462     MOVE "RECHAZOS SUMADOS A UNA PENDIENTE" TO MLS-DESCRIPCION.
009464     MOVE MSU-REPETIDAS TO MLS-CANTIDAD.
009466     PERFORM 5400-ESCRIBIR-TOTAL THRU 5400-EXIT.
009470     MOVE "LIBERADAS DADAS POR RESUELTAS" TO MLS-DESCRIPCION.
009480     MOVE MSU-RESUELTAS TO MLS-CANTIDAD.
009490     PERFORM 5400-ESCRIBIR-TOTAL THRU 5400-EXIT.

009500     MOVE "PARTIDAS LIBERADAS HOY (A SUSPLIB)" TO MLS-DESCRIPCION.
009510     MOVE MSU-LIBERADAS TO MLS-CANTIDAD.
009520     PERFORM 5400-ESCRIBIR-TOTAL THRU 5400-EXIT.

009530     MOVE "PARTIDAS ANULADAS HOY" TO MLS-DESCRIPCION.
009540     MOVE MSU-ANULADAS TO MLS-CANTIDAD.
009550     PERFORM 5400-ESCRIBIR-TOTAL THRU 5400-EXIT.

009560     MOVE "PARTIDAS PENDIENTES" TO MLS-DESCRIPCION.
009570     MOVE MSU-PENDIENTES TO MLS-CANTIDAD.
009580     PERFORM 5400-ESCRIBIR-TOTAL THRU 5400-EXIT.

009590     DISPLAY "MSU0010I LIBERADAS: " MSU-LIBERADAS
009600         " ANULADAS: " MSU-ANULADAS
009610         " PENDIENTES: " MSU-PENDIENTES.

009620     IF MSU-TARJETAS-RECHAZADAS > ZERO
009630         MOVE 8 TO RETURN-CODE
009640     ELSE
009650         MOVE 0 TO RETURN-CODE
009660     END-IF.
009670 5000-EXIT.
009680     EXIT.

009690*----------------------------------------------------------------
009700*   5100-CERRAR-UNA-LIBERADA
009710*----------------------------------------------------------------
009720*   UNA LIBERADA PREVIA QUE NO VOLVIO ENTRE LOS RECHAZOS DE LA
009730*   NOCHE SE DA POR RESUELTA Y SALE DEL SUSPENSO. SI LA
009740*   BUSQUEDA NO DEJO RECHAZOS (NO CORRIO EN MODO LOTE) NO HAY
009750*   COMO SABERLO: LA PARTIDA SE CONSERVA LIBERADA.
009760*----------------------------------------------------------------
009770 5100-CERRAR-UNA-LIBERADA.
009780     IF MSU-LIB-VOLVIO(MSU-IDX-LIBERADA)
009790         GO TO 5100-EXIT
009800     END-IF.

009810     IF MSU-HAY-RECHAZOS
009820         ADD 1 TO MSU-RESUELTAS
009830         GO TO 5100-EXIT
009840     END-IF.

009850     MOVE SPACES TO REG-SUSPENSO.
009860     MOVE MSU-LIB-TRANSACCION(MSU-IDX-LIBERADA)
009870         TO SUS-TRANSACCION.
009880     MOVE MSU-LIB-MOTIVO(MSU-IDX-LIBERADA) TO SUS-MOTIVO.
009890     MOVE MSU-LIB-FECHA-RECHAZO(MSU-IDX-LIBERADA)
009900         TO SUS-FECHA-RECHAZO.
009910     MOVE MSU-LIB-FECHA-RECHAZO(MSU-IDX-LIBERADA)
009920         TO SUS-FECHA-ULTIMO.
009930     MOVE MSU-LIB-RECHAZOS(MSU-IDX-LIBERADA) TO SUS-RECHAZOS.
009940     MOVE 'L' TO SUS-ESTADO.
009950     MOVE MSU-LIB-FECHA-LIBERACION(MSU-IDX-LIBERADA)
009960         TO SUS-FECHA-LIBERACION.
009970     WRITE REG-NUEVO FROM REG-SUSPENSO.
009980     PERFORM 1200-VALIDAR-EF-SALIDAS THRU 1200-EXIT.
009990 5100-EXIT.
010000     EXIT.

010010*----------------------------------------------------------------
010020*   5200-EMITIR-UNA-TARJETA
010030*----------------------------------------------------------------
010040 5200-EMITIR-UNA-TARJETA.
010050     MOVE MSU-TAR-ACCION(MSU-IDX-TARJETA)   TO MLJ-ACCION.
010060     MOVE MSU-TAR-CRITERIO(MSU-IDX-TARJETA) TO MLJ-CRITERIO.
010070     MOVE MSU-TAR-VALOR(MSU-IDX-TARJETA)    TO MLJ-VALOR.
010080     MOVE MSU-TAR-PARTIDAS(MSU-IDX-TARJETA) TO MLJ-PARTIDAS.
010090     WRITE REG-REPORTE FROM MSU-LINEA-TARJETA.
010100     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
010110 5200-EXIT.
010120     EXIT.

010130*----------------------------------------------------------------
010140*   5300-EMITIR-UN-ORIGEN
010150*----------------------------------------------------------------
010160 5300-EMITIR-UN-ORIGEN.
010170     MOVE MSU-ORG-CODIGO(MSU-IDX-ORIGEN)    TO MLA-ORIGEN.
010180     MOVE MSU-ORG-HASTA-7(MSU-IDX-ORIGEN)   TO MLA-HASTA-7.
010190     MOVE MSU-ORG-HASTA-30(MSU-IDX-ORIGEN)  TO MLA-HASTA-30.
010200     MOVE MSU-ORG-HASTA-90(MSU-IDX-ORIGEN)  TO MLA-HASTA-90.
010210     MOVE MSU-ORG-MAS-90(MSU-IDX-ORIGEN)    TO MLA-MAS-90.
010220     MOVE MSU-ORG-TOTAL(MSU-IDX-ORIGEN)     TO MLA-TOTAL.
010230     MOVE MSU-ORG-MAS-ANTIGUA(MSU-IDX-ORIGEN)
010240         TO MLA-MAS-ANTIGUA.

010250     IF MSU-ORG-CODIGO(MSU-IDX-ORIGEN) = SPACES
010260         MOVE "(BLCO)" TO MLA-ORIGEN
010270     END-IF.

010280     WRITE REG-REPORTE FROM MSU-LINEA-ANTIGUEDAD.
010290     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
010300 5300-EXIT.
010310     EXIT.

010320*----------------------------------------------------------------
010330*   5400-ESCRIBIR-TOTAL
010340*----------------------------------------------------------------
010350 5400-ESCRIBIR-TOTAL.
010360     WRITE REG-REPORTE FROM MSU-LINEA-TOTAL.
010370     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
010380 5400-EXIT.
010390     EXIT.

010400*****************************************************************
010410*   9000-FINALIZAR
010420*----------------------------------------------------------------
010430*   CIERRA LAS SALIDAS. LAS ENTRADAS SE CIERRAN AL TERMINAR DE
010440*   LEERLAS.
010450*****************************************************************
010460 9000-FINALIZAR.
010470     CLOSE ARCHIVO-NUEVO.
010480     CLOSE ARCHIVO-LIBERADAS.
010490     CLOSE ARCHIVO-REPORTE.
010500 9000-EXIT.
010510     EXIT.
