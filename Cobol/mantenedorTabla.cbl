000350*      RECONST  TABLA    BORRA LA TABLA (SI EXISTE) Y LA VUELVE
000360*                        A GRABAR COMPLETA A PARTIR DE SU
000370*                        DEFINICION EN PARMCTL.
000371*    LAS TABLAS CARGADAS DESDE ARCHIVO (TIPO 'A') ADMITEN ADEMAS
000372*    UNA RECARGA EN DOS TIEMPOS, CON UNA TABLA DE PREPARACION
000373*    (PREP) QUE CONVIVE CON LA VIGENTE EN TABLAVSM. LA TARJETA
000374*    LLEVA LA TABLA VIGENTE Y, EN LAS COLUMNAS 19-26, LA DE
000375*    PREPARACION:
000376*      PREPARAR TABLA PREP
000377*                        GRABA EL CARGATAB NUEVO BAJO LA TABLA
000378*                        PREP SIN TOCAR LA VIGENTE.
000379*      COMPARAR TABLA PREP
000380*                        LISTA LAS CLAVES DADAS DE ALTA, DE BAJA
000381*                        Y SIN CAMBIO ENTRE LA VIGENTE Y LA
000382*                        PREPARADA, CON LAS CANTIDADES Y EL
000383*                        PORCENTAJE DE VARIACION. CON 'N' EN LA
000384*                        COLUMNA 28 LAS CLAVES SIN CAMBIO SOLO SE
000385*                        CUENTAN.
000386*      PROMOVER TABLA PREP
000387*                        REEMPLAZA LA VIGENTE POR LA PREPARADA Y
000388*                        ELIMINA LA PREPARACION.
000389*      ANULAR   TABLA PREP
000390*                        DESCARTA LA PREPARACION; LA VIGENTE QUEDA
000391*                        COMO ESTABA.
000392*    LA TABLA PREP NO PUEDE ESTAR DEFINIDA EN PARMCTL (ASI NUNCA
000393*    SE PISA OTRA TABLA VIGENTE). SU CONTROL LLEVA LA MARCA DE
000394*    PREPARACION Y LA TABLA VIGENTE PARA LA QUE SE PREPARO (VER
000395*    BLITAB), ASI QUE EL VERIFICADOR LA SALTEA MIENTRAS NO SE
000396*    PROMUEVA O SE DESCARTE, Y COMPARAR Y PROMOVER LA RECHAZAN SI
000397*    LA TARJETA NOMBRA OTRA TABLA VIGENTE. PREPARAR Y ANULAR SOLO
000398*    BORRAN UNA TABLA PREP INEXISTENTE O QUE YA SEA UNA
000399*    PREPARACION DE LA MISMA TABLA VIGENTE: UNA TABLA EN SERVICIO
000400*    O SIN CONTROL BAJO ESE NOMBRE RECHAZA LA TARJETA.
000401*    CADA ACCION DEJA SU CONSTANCIA EN EL REPORTE MANTRPT.
000402*
000403*    SI QUEDO UN CHECKPT DE UNA CONSTRUCCION INTERRUMPIDA DE LA
000410*    TABLA QUE SE BORRA O RECONSTRUYE, DEBE BORRARSE TAMBIEN
000420*    ANTES DE LA PROXIMA CORRIDA DE BUSQUEDA, IGUAL QUE CUANDO
000430*    SE BORRABA EL CLUSTER COMPLETO.
000526*                     UN CONTROL COMPLETO SOBRE UNA TABLA A
000527*                     MEDIO GRABAR Y LA BUSQUEDA LO TOMABA POR
000528*                     BUENO.
000529*    2026-10-15  RE   RECARGA EN DOS TIEMPOS DE LAS TABLAS DE
000530*                     ARCHIVO: ACCIONES PREPARAR, COMPARAR,
000531*                     PROMOVER Y ANULAR SOBRE UNA TABLA DE
000532*                     PREPARACION, PARA REVISAR LAS ALTAS Y BAJAS
000533*                     DEL CARGATAB NUEVO ANTES DE QUE LA BUSQUEDA
000534*                     LO USE.
000535*    2026-10-15  RE   EL CONTROL DE LA TABLA DE PREPARACION LLEVA
000536*                     LA MARCA TAB-PREPARACION (VER BLITAB) PARA
000537*                     QUE VERIFICADORTABLA NO LA TOME POR UNA
000538*                     TABLA DE ARCHIVO EN SERVICIO; COMPARAR Y
000539*                     PROMOVER SOLO ACEPTAN TABLAS CON ESA MARCA.
000540*    2026-10-15  RE   EL CONTROL DE PREPARACION
000541*                     GUARDA LA TABLA VIGENTE PARA LA QUE SE
000542*                     PREPARO, Y COMPARAR/PROMOVER LA CONTROLAN
000543*                     CONTRA LA TARJETA. PREPARAR Y ANULAR YA NO
000544*                     BORRAN UNA TABLA PREP QUE NO SEA UNA
000545*                     PREPARACION DE ESA MISMA TABLA (VER 3720).
000546*                     COMPARAR LISTA TAMBIEN LAS CLAVES SIN
000547*                     CAMBIO, SALVO 'N' EN LA COLUMNA 28.
000548*****************************************************************
000549 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.     MantenedorTabla.
000551 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000560 INSTALLATION.   CENTRO DE COMPUTOS.
000570 DATE-WRITTEN.   02/09/2026.
000580 DATE-COMPILED.
001040         88  MCT-ACCION-LISTAR            VALUE "LISTAR".
001050         88  MCT-ACCION-BORRAR            VALUE "BORRAR".
001060         88  MCT-ACCION-RECONST           VALUE "RECONST".
001062         88  MCT-ACCION-PREPARAR          VALUE "PREPARAR".
001064         88  MCT-ACCION-COMPARAR          VALUE "COMPARAR".
001066         88  MCT-ACCION-PROMOVER          VALUE "PROMOVER".
001068         88  MCT-ACCION-ANULAR            VALUE "ANULAR".
001070     05  FILLER                  PIC X(01).
001080     05  MCT-TABLA-ID            PIC X(08).
001085     05  FILLER                  PIC X(01).
001090     05  MCT-TABLA-PREP          PIC X(08).
001092     05  FILLER                  PIC X(01).
001094     05  MCT-OPCION-SIN-CAMBIO   PIC X(01).
001096         88  MCT-OMITIR-SIN-CAMBIO        VALUE 'N'.
001098     05  FILLER                  PIC X(52).

001100 FD  ARCHIVO-TABLA
001110     LABEL RECORDS ARE STANDARD.

001480 01  MNT-SW-DEF-HALLADA          PIC X(01) VALUE 'N'.
001490     88  MNT-DEF-HALLADA                  VALUE 'Y'.
001493*    TABLA CUYA DEFINICION SE BUSCA EN 3520.
001496 01  MNT-TABLA-BUSCADA           PIC X(08) VALUE SPACES.

001500*----------------------------------------------------------------
001510*   CAMPOS DE TRABAJO DE LAS ACCIONES: LA TABLA EN CURSO, SU
001550 01  MNT-MAX-ENTRADAS            PIC 9(07) VALUE ZERO.
001560 01  MNT-VALOR-INICIAL           PIC 9(07) VALUE ZERO.
001570 01  MNT-INCREMENTO              PIC 9(07) VALUE ZERO.
001575 01  MNT-PREP-VIGENTE            PIC X(08) VALUE SPACES.
001580 01  MNT-CANT-ELEMENTOS          PIC 9(07) VALUE ZERO.
001590 01  MNT-CANT-BORRADOS           PIC 9(07) VALUE ZERO.
001600 01  MNT-CANT-GRABADOS           PIC 9(07) VALUE ZERO.
001638 01  MNT-CARGA-PRIMERA           PIC 9(07) VALUE ZERO.
001639 01  MNT-CARGA-ULTIMA            PIC 9(07) VALUE ZERO.

001640*----------------------------------------------------------------
001641*   TABLA SOBRE LA QUE GRABAN Y BORRAN 3350, 3600 Y 3640: LA
001642*   MISMA DE LA TARJETA, O LA DE PREPARACION EN LA RECARGA EN
001643*   DOS TIEMPOS.
001644*----------------------------------------------------------------
001645 01  MNT-TABLA-DESTINO           PIC X(08) VALUE SPACES.

001646*----------------------------------------------------------------
001647*   CAMPOS DE TRABAJO DE COMPARAR: LA ULTIMA CLAVE LEIDA DE CADA
001648*   TABLA (LAS DOS SE RECORREN EN PARALELO REPOSICIONANDO EL
001649*   ARCHIVO EN CADA LECTURA), LOS CONTADORES DE LA COMPARACION
001650*   Y EL PORCENTAJE DE VARIACION SOBRE LA VIGENTE.
001651*----------------------------------------------------------------
001652 01  MNT-CMP-CLAVE-VIVA          PIC 9(07) VALUE ZERO.
001653 01  MNT-CMP-CLAVE-PREP          PIC 9(07) VALUE ZERO.
001654 01  MNT-CMP-CANT-VIVA           PIC 9(07) VALUE ZERO.
001655 01  MNT-CMP-CANT-PREP           PIC 9(07) VALUE ZERO.
001656 01  MNT-CMP-ALTAS               PIC 9(07) VALUE ZERO.
001657 01  MNT-CMP-BAJAS               PIC 9(07) VALUE ZERO.
001658 01  MNT-CMP-SIN-CAMBIO          PIC 9(07) VALUE ZERO.
001659 01  MNT-PORCENTAJE              PIC 9(05)V9(01) VALUE ZERO.

001660 01  MNT-SW-FIN-VIVA             PIC X(01) VALUE 'N'.
001661     88  MNT-FIN-VIVA                     VALUE 'Y'.
001662 01  MNT-SW-FIN-PREP             PIC X(01) VALUE 'N'.
001663     88  MNT-FIN-PREP                     VALUE 'Y'.

001664*----------------------------------------------------------------
001665*   RESULTADO DE 3770: LA PREPARACION ESTA COMPLETA.
001666*----------------------------------------------------------------
001667 01  MNT-SW-PREP-LISTA           PIC X(01) VALUE 'N'.
001668     88  MNT-PREP-LISTA                   VALUE 'Y'.

001669*----------------------------------------------------------------
001670*   MARCA QUE PREPARAR DEJA EN EL TAB-INCREMENTO DEL CONTROL DE
001671*   LA TABLA DE PREPARACION (TAB-PREPARACION, VER BLITAB).
001672*----------------------------------------------------------------
001673 01  MNT-MARCA-PREPARACION       PIC 9(07) VALUE 9999999.

001674 01  MNT-SW-HAY-CONTROL          PIC X(01) VALUE 'N'.
001675     88  MNT-HAY-CONTROL                  VALUE 'Y'.

001676 01  MNT-SW-FIN-SECCION          PIC X(01) VALUE 'N'.
001677     88  MNT-FIN-SECCION                  VALUE 'Y'.

001680 01  MNT-SW-TABLA-PRESENTE       PIC X(01) VALUE 'N'.
001690     88  MNT-TABLA-PRESENTE               VALUE 'Y'.
001860     05  MLL-INCREMENTO          PIC 9(07).
001870     05  FILLER                  PIC X(12) VALUE "  ELEMENTOS ".
001880     05  MLL-ELEMENTOS           PIC 9(07).
001885     05  MLL-NOTA                PIC X(17).
001890     05  MLL-VIGENTE             PIC X(08).
001895     05  FILLER                  PIC X(24) VALUE SPACES.

001900 01  MNT-LINEA-SIN-CONTROL.
001910     05  FILLER                  PIC X(06) VALUE "TABLA ".
002090     05  MLR-CANTIDAD            PIC 9(07).
002100     05  FILLER                  PIC X(76) VALUE SPACES.

002101 01  MNT-LINEA-PREPARADA.
002102     05  FILLER                  PIC X(06) VALUE "TABLA ".
002103     05  MLP-TABLA               PIC X(08).
002104     05  FILLER                  PIC X(13) VALUE " PREPARADA EN".
002105     05  FILLER                  PIC X(01) VALUE SPACE.
002106     05  MLP-PREP                PIC X(08).
002107     05  FILLER                  PIC X(24) VALUE
002108         " - ELEMENTOS GRABADOS   ".
002109     05  MLP-CANTIDAD            PIC 9(07).
002110     05  FILLER                  PIC X(65) VALUE SPACES.

002111 01  MNT-LINEA-COMPARACION.
002112     05  FILLER                  PIC X(17) VALUE
002113         "COMPARACION TABLA".
002114     05  FILLER                  PIC X(01) VALUE SPACE.
002115     05  MLC-TABLA               PIC X(08).
002116     05  FILLER                  PIC X(19) VALUE
002117         " CONTRA PREPARACION".
002118     05  FILLER                  PIC X(01) VALUE SPACE.
002119     05  MLC-PREP                PIC X(08).
002120     05  FILLER                  PIC X(78) VALUE SPACES.

002121 01  MNT-LINEA-CLAVE-COMPARADA.
002122     05  FILLER                  PIC X(04) VALUE SPACES.
002123     05  MLK-TIPO                PIC X(10).
002124     05  FILLER                  PIC X(08) VALUE "  CLAVE ".
002125     05  MLK-CLAVE               PIC 9(07).
002126     05  FILLER                  PIC X(103) VALUE SPACES.

002127 01  MNT-LINEA-TOTALES-COMP.
002128     05  FILLER                  PIC X(12) VALUE "    VIGENTE ".
002129     05  MLT-VIGENTE             PIC 9(07).
002130     05  FILLER                  PIC X(13) VALUE "  PREPARADA ".
002131     05  MLT-PREPARADA           PIC 9(07).
002132     05  FILLER                  PIC X(08) VALUE "  ALTAS ".
002133     05  MLT-ALTAS               PIC 9(07).
002134     05  FILLER                  PIC X(08) VALUE "  BAJAS ".
002135     05  MLT-BAJAS               PIC 9(07).
002136     05  FILLER                  PIC X(13) VALUE "  SIN CAMBIO ".
002137     05  MLT-SIN-CAMBIO          PIC 9(07).
002138     05  FILLER                  PIC X(12) VALUE "  VARIACION ".
002139     05  MLT-PORCENTAJE          PIC ZZZZ9,9.
002140     05  FILLER                  PIC X(02) VALUE " %".
002141     05  FILLER                  PIC X(22) VALUE SPACES.

002142 01  MNT-LINEA-PROMOVIDA.
002143     05  FILLER                  PIC X(06) VALUE "TABLA ".
002144     05  MLM-TABLA               PIC X(08).
002145     05  FILLER                  PIC X(16) VALUE
002146         " PROMOVIDA DESDE".
002147     05  FILLER                  PIC X(01) VALUE SPACE.
002148     05  MLM-PREP                PIC X(08).
002149     05  FILLER                  PIC X(24) VALUE
002150         " - ELEMENTOS VIGENTES   ".
002151     05  MLM-CANTIDAD            PIC 9(07).
002152     05  FILLER                  PIC X(62) VALUE SPACES.

002153 01  MNT-LINEA-ANULADA.
002154     05  FILLER                  PIC X(18) VALUE
002155         "PREPARACION TABLA ".
002156     05  MLA-TABLA               PIC X(08).
002157     05  FILLER                  PIC X(01) VALUE SPACE.
002158     05  MLA-PREP                PIC X(08).
002159     05  FILLER                  PIC X(32) VALUE
002160         " ANULADA - REGISTROS ELIMINADOS ".
002161     05  MLA-CANTIDAD            PIC 9(07).
002162     05  FILLER                  PIC X(58) VALUE SPACES.

002163 01  MNT-LINEA-RECHAZO.
002164     05  FILLER                  PIC X(18) VALUE
002165         "ACCION RECHAZADA: ".
002166     05  MLX-ACCION              PIC X(08).
002167     05  FILLER                  PIC X(07) VALUE " TABLA ".
002168     05  MLX-TABLA               PIC X(08).
002170     05  FILLER                  PIC X(03) VALUE " - ".
002180     05  MLX-MOTIVO              PIC X(30).
002190     05  FILLER                  PIC X(58) VALUE SPACES.
004210*----------------------------------------------------------------
004220*   DESPACHA LA TARJETA LEIDA SEGUN SU ACCION. UNA ACCION
004230*   DESCONOCIDA, O UNA DE TABLA SIN EL IDENTIFICADOR, SE RECHAZA
004235*   Y SE SIGUE CON LA TARJETA SIGUIENTE. LAS ACCIONES DE LA
004240*   RECARGA EN DOS TIEMPOS VALIDAN EL PAR DE TABLAS EN 3750
004245*   ANTES DE DESPACHARSE.
004250*****************************************************************
004260 3000-PROCESAR-ACCION.
004270     IF MCT-ACCION-LISTAR
004310     END-IF.

004320     IF NOT MCT-ACCION-BORRAR AND NOT MCT-ACCION-RECONST
004323     AND NOT MCT-ACCION-PREPARAR AND NOT MCT-ACCION-COMPARAR
004326     AND NOT MCT-ACCION-PROMOVER AND NOT MCT-ACCION-ANULAR
004330         MOVE "ACCION DESCONOCIDA" TO MLX-MOTIVO
004340         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
004350         GO TO 3000-SIGUIENTE
004400         GO TO 3000-SIGUIENTE
004410     END-IF.

004415     MOVE MCT-TABLA-ID TO MNT-TABLA-DESTINO.

004420     IF MCT-ACCION-BORRAR
004430         PERFORM 3300-BORRAR-TABLA THRU 3300-EXIT
004435         GO TO 3000-SIGUIENTE
004440     END-IF.

004445     IF MCT-ACCION-RECONST
004450         PERFORM 3500-RECONSTRUIR-TABLA THRU 3500-EXIT
004451         GO TO 3000-SIGUIENTE
004452     END-IF.

004453     PERFORM 3750-VALIDAR-PREPARACION THRU 3750-EXIT.

004454     IF MLX-MOTIVO NOT = SPACES
004455         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
004456         GO TO 3000-SIGUIENTE
004457     END-IF.

004458     IF MCT-ACCION-PREPARAR
004459         PERFORM 3700-PREPARAR-TABLA THRU 3700-EXIT
004460     END-IF.

004461     IF MCT-ACCION-COMPARAR
004462         PERFORM 3800-COMPARAR-TABLAS THRU 3800-EXIT
004463     END-IF.

004464     IF MCT-ACCION-PROMOVER
004465         PERFORM 4000-PROMOVER-TABLA THRU 4000-EXIT
004466     END-IF.

004467     IF MCT-ACCION-ANULAR
004468         PERFORM 4200-ANULAR-PREPARACION THRU 4200-EXIT
004469     END-IF.

004470 3000-SIGUIENTE.
004480     PERFORM 3100-LEER-ACCION THRU 3100-EXIT.
004490 3000-EXIT.
004920         MOVE TAB-TABLA-ID TO MNT-TABLA-ACTUAL
004930         MOVE 'N' TO MNT-SW-HAY-CONTROL
004940         MOVE ZERO TO MNT-CANT-ELEMENTOS
004945         MOVE SPACES TO MNT-PREP-VIGENTE
004950     END-IF.

004951*    EL CONTROL DE UNA TABLA DE PREPARACION SE LEE CON SU PROPIA
004952*    VISTA (VER BLITAB): SE LISTA SU CANTIDAD COMO TAMANIO Y LA
004953*    TABLA VIGENTE PARA LA QUE SE PREPARO.
004954     IF TAB-ELEMENTO = ZERO
004955     AND TAB-PREPARACION
004956         MOVE 'Y' TO MNT-SW-HAY-CONTROL
004957         MOVE TAB-PREP-CANTIDAD TO MNT-MAX-ENTRADAS
004958         MOVE ZERO              TO MNT-VALOR-INICIAL
004959         MOVE TAB-INCREMENTO    TO MNT-INCREMENTO
004960         MOVE TAB-PREP-VIGENTE  TO MNT-PREP-VIGENTE
004961         GO TO 3220-SIGUIENTE
004962     END-IF.

004963     IF TAB-ELEMENTO = ZERO
004970         MOVE 'Y' TO MNT-SW-HAY-CONTROL
004980         MOVE TAB-MAX-ENTRADAS  TO MNT-MAX-ENTRADAS
004990         MOVE TAB-VALOR-INICIAL TO MNT-VALOR-INICIAL
005020         ADD 1 TO MNT-CANT-ELEMENTOS
005030     END-IF.

005035 3220-SIGUIENTE.
005040     PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT.
005050 3220-EXIT.
005060     EXIT.
005310         MOVE MNT-VALOR-INICIAL  TO MLL-INICIAL
005320         MOVE MNT-INCREMENTO     TO MLL-INCREMENTO
005330         MOVE MNT-CANT-ELEMENTOS TO MLL-ELEMENTOS
005331         MOVE SPACES             TO MLL-NOTA
005332         MOVE MNT-PREP-VIGENTE   TO MLL-VIGENTE
005333         IF MNT-PREP-VIGENTE NOT = SPACES
005334             MOVE "  PREPARADA PARA " TO MLL-NOTA
005335         END-IF
005340         WRITE REG-REPORTE FROM MNT-LINEA-TABLA
005350         PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT
005360     ELSE
005680*----------------------------------------------------------------
005690*   3350-BORRAR-REGISTROS
005700*----------------------------------------------------------------
005710*   SE POSICIONA EN EL PRIMER REGISTRO DE MNT-TABLA-DESTINO (SU
005720*   CONTROL, SI LO TIENE) Y ELIMINA EN SECUENCIA HASTA QUE
005730*   CAMBIA LA TABLA O SE AGOTA EL ARCHIVO. DEJA EN
005740*   MNT-CANT-BORRADOS LA CANTIDAD ELIMINADA Y EN
005790     MOVE 'N'  TO MNT-SW-TABLA-PRESENTE.
005800     MOVE '00' TO MNT-EF-TABLA.

005810     MOVE MNT-TABLA-DESTINO TO TAB-TABLA-ID.
005820     MOVE ZERO              TO TAB-ELEMENTO.
005830     START ARCHIVO-TABLA KEY NOT LESS THAN TAB-CLAVE
005840         INVALID KEY
005850             GO TO 3350-EXIT

005880     PERFORM 3370-BORRAR-UN-REGISTRO THRU 3370-EXIT
005890         UNTIL MNT-FIN-TABLA
005900            OR TAB-TABLA-ID NOT = MNT-TABLA-DESTINO.
005910 3350-EXIT.
005920     EXIT.

006180*   DESBORDA LA CLAVE SE RECHAZA ANTES DE BORRAR NADA.
006190*****************************************************************
006200 3500-RECONSTRUIR-TABLA.
006205     MOVE MCT-TABLA-ID TO MNT-TABLA-BUSCADA.
006210     PERFORM 3520-BUSCAR-DEFINICION THRU 3520-EXIT.

006220     IF NOT MNT-DEF-HALLADA
006641*****************************************************************
006642*   3600-RECONSTRUIR-DESDE-ARCHIVO
006643*----------------------------------------------------------------
006644*   CARGA UNA TABLA TIPO 'A' DESDE LAS CLAVES ORDENADAS DEL DD
006645*   CARGATAB EN MNT-TABLA-DESTINO (LA MISMA TABLA EN RECONST, LA
006646*   DE PREPARACION EN PREPARAR): BORRA LA TABLA, GRABA SU
006647*   CONTROL EN CERO, CARGA CADA CLAVE CON SU INDICE Y REESCRIBE
006648*   EL CONTROL CON LA CANTIDAD REAL, LA PRIMERA Y LA ULTIMA
006649*   CLAVE (VER BLITAB). EL ARCHIVO SE VALIDA ANTES DE BORRAR
006651*   NADA EN LO POSIBLE; UNA CLAVE INVALIDA A MITAD DE CARGA
006652*   DETIENE LA CORRIDA, IGUAL QUE EN LA CONSTRUCCION DEL LOTE.
006653*****************************************************************
006654 3600-RECONSTRUIR-DESDE-ARCHIVO.
006655     OPEN INPUT ARCHIVO-CARGA.

006668     PERFORM 3350-BORRAR-REGISTROS THRU 3350-EXIT.

006669     MOVE MNT-TABLA-DESTINO TO TAB-TABLA-ID.
006670     MOVE ZERO TO TAB-ELEMENTO.
006671     MOVE ZERO TO TAB-INDICE.
006672     MOVE ZERO TO TAB-MAX-ENTRADAS.
006673     MOVE ZERO TO TAB-VALOR-INICIAL.
006674     MOVE ZERO TO TAB-INCREMENTO.
006675     IF MCT-ACCION-PREPARAR
006676         MOVE MNT-MARCA-PREPARACION TO TAB-INCREMENTO
006677         MOVE MCT-TABLA-ID          TO TAB-PREP-VIGENTE
006678     END-IF.
006679     PERFORM 3570-GRABAR-REG-TABLA THRU 3570-EXIT.

006680     MOVE ZERO TO MNT-CANT-GRABADOS.
006681     MOVE ZERO TO MNT-CARGA-PRIMERA.
006682     MOVE ZERO TO MNT-CARGA-ULTIMA.

006683     PERFORM 3620-GRABAR-CLAVE-CARGA THRU 3620-EXIT
006684         UNTIL MNT-FIN-CARGA.

006685     CLOSE ARCHIVO-CARGA.

006686     PERFORM 3640-ACTUALIZAR-CONTROL-CARGA THRU 3640-EXIT.

006687     IF MCT-ACCION-PREPARAR
006688         PERFORM 3710-INFORMAR-PREPARADA THRU 3710-EXIT
006689     ELSE
006690         PERFORM 3690-INFORMAR-RECONSTRUIDA THRU 3690-EXIT
006691     END-IF.
006692 3600-EXIT.
006693     EXIT.

006694*----------------------------------------------------------------
006695*   3620-GRABAR-CLAVE-CARGA
006696*----------------------------------------------------------------
006697*   GRABA LA CLAVE LEIDA COMO PROXIMO ELEMENTO DE LA TABLA. LAS
006698*   CLAVES DEBEN SER NUMERICAS, MAYORES QUE CERO, ESTRICTAMENTE
006699*   ASCENDENTES Y NO SUPERAR LA CAPACIDAD DE PARMCTL; CUALQUIER
006700*   VIOLACION DETIENE LA CORRIDA CON CODIGO 16 PARA QUE SE
006701*   CORRIJA EL ARCHIVO DE CARGA Y SE REENVIE EL JOB.
006702*----------------------------------------------------------------
006703 3620-GRABAR-CLAVE-CARGA.
006704     IF CARGA-CLAVE NOT NUMERIC
006705         DISPLAY "MNT0014E CARGATAB: CLAVE NO NUMERICA ("
006706             CARGA-CLAVE ") - CORREGIR EL ARCHIVO DE CARGA"
006707         MOVE 16 TO RETURN-CODE
006708         PERFORM 9000-FINALIZAR THRU 9000-EXIT
006709         STOP RUN
006710     END-IF.

006711     MOVE CARGA-CLAVE TO MNT-CARGA-CLAVE-NUM.

006712     IF MNT-CARGA-CLAVE-NUM = ZERO
006713     OR MNT-CARGA-CLAVE-NUM <= MNT-CARGA-ULTIMA
006714         DISPLAY "MNT0015E CARGATAB: CLAVE EN CERO, REPETIDA O "
006715             "FUERA DE ORDEN (" CARGA-CLAVE ")"
006716         MOVE 16 TO RETURN-CODE
006717         PERFORM 9000-FINALIZAR THRU 9000-EXIT
006718         STOP RUN
006719     END-IF.

006720     IF MNT-CANT-GRABADOS >= MNT-TDEF-MAX(MNT-IDX-TABLA)
006721         DISPLAY "MNT0016E CARGATAB TRAE MAS CLAVES QUE LA "
006722             "CAPACIDAD (" MNT-TDEF-MAX(MNT-IDX-TABLA)
006723             ") DE LA TABLA " MCT-TABLA-ID
006724         MOVE 16 TO RETURN-CODE
006725         PERFORM 9000-FINALIZAR THRU 9000-EXIT
006726         STOP RUN
006727     END-IF.

006728     ADD 1 TO MNT-CANT-GRABADOS.

006729     IF MNT-CARGA-PRIMERA = ZERO
006730         MOVE MNT-CARGA-CLAVE-NUM TO MNT-CARGA-PRIMERA
006731     END-IF.
006732     MOVE MNT-CARGA-CLAVE-NUM TO MNT-CARGA-ULTIMA.

006733     MOVE MNT-TABLA-DESTINO   TO TAB-TABLA-ID.
006734     MOVE MNT-CARGA-CLAVE-NUM TO TAB-ELEMENTO.
006735     MOVE MNT-CANT-GRABADOS   TO TAB-INDICE.
006736     MOVE ZERO                TO TAB-MAX-ENTRADAS.
006737     MOVE ZERO                TO TAB-VALOR-INICIAL.
006738     MOVE ZERO                TO TAB-INCREMENTO.
006739     PERFORM 3570-GRABAR-REG-TABLA THRU 3570-EXIT.

006740     PERFORM 3650-LEER-CLAVE-CARGA THRU 3650-EXIT.
006741 3620-EXIT.
006742     EXIT.

006743*----------------------------------------------------------------
006744*   3640-ACTUALIZAR-CONTROL-CARGA
006745*----------------------------------------------------------------
006746 3640-ACTUALIZAR-CONTROL-CARGA.
006747     MOVE MNT-TABLA-DESTINO TO TAB-TABLA-ID.
006748     MOVE ZERO TO TAB-ELEMENTO.
006749     READ ARCHIVO-TABLA
006750         INVALID KEY
006751             DISPLAY "MNT0006E ERROR DE E/S EN ARCHIVO-TABLA - "
006752                 "FILE STATUS " MNT-EF-TABLA
006753             MOVE 16 TO RETURN-CODE
006754             PERFORM 9000-FINALIZAR THRU 9000-EXIT
006755             STOP RUN
006756     END-READ.

006757*    EL CONTROL DE PREPARACION YA LLEVA LA MARCA Y LA TABLA
006758*    VIGENTE (VER 3600): SOLO FALTA SU CANTIDAD.
006759     IF MCT-ACCION-PREPARAR
006760         MOVE MNT-CANT-GRABADOS TO TAB-PREP-CANTIDAD
006761     ELSE
006762         MOVE MNT-CANT-GRABADOS TO TAB-MAX-ENTRADAS
006763         MOVE MNT-CARGA-PRIMERA TO TAB-VALOR-INICIAL
006764         MOVE ZERO              TO TAB-INCREMENTO
006765         MOVE MNT-CARGA-ULTIMA  TO TAB-INDICE
006766     END-IF.
006767     REWRITE REG-TABLA
006768         INVALID KEY
006769             DISPLAY "MNT0006E ERROR DE E/S EN ARCHIVO-TABLA - "
006770                 "FILE STATUS " MNT-EF-TABLA
006771             MOVE 16 TO RETURN-CODE
006772             PERFORM 9000-FINALIZAR THRU 9000-EXIT
006773             STOP RUN
006774     END-REWRITE.
006775 3640-EXIT.
006776     EXIT.

006777*----------------------------------------------------------------
006778*   3650-LEER-CLAVE-CARGA
006779*----------------------------------------------------------------
006780 3650-LEER-CLAVE-CARGA.
006781     READ ARCHIVO-CARGA
006782         AT END
006783             MOVE '10' TO MNT-EF-CARGA
006784     END-READ.
006785 3650-EXIT.
006786     EXIT.

006787*----------------------------------------------------------------
006788*   3520-BUSCAR-DEFINICION
006789*----------------------------------------------------------------
006790*   DEJA EN MNT-IDX-TABLA LA ENTRADA DE LA DEFINICION DE LA
006791*   TABLA MNT-TABLA-BUSCADA, SI ESTA EN PARMCTL.
006792*----------------------------------------------------------------
006793 3520-BUSCAR-DEFINICION.
006794     MOVE 'N' TO MNT-SW-DEF-HALLADA.

006795     PERFORM 3530-COMPARAR-DEFINICION THRU 3530-EXIT
006796         VARYING MNT-IDX-TABLA FROM 1 BY 1
006797         UNTIL MNT-IDX-TABLA > MNT-CANT-TABLAS
006798            OR MNT-DEF-HALLADA.

006799     IF MNT-DEF-HALLADA
006800         SUBTRACT 1 FROM MNT-IDX-TABLA
006801     END-IF.
006802 3520-EXIT.
006810     EXIT.

006820*----------------------------------------------------------------
006830*   3530-COMPARAR-DEFINICION
006840*----------------------------------------------------------------
006850 3530-COMPARAR-DEFINICION.
006860     IF MNT-TDEF-ID(MNT-IDX-TABLA) = MNT-TABLA-BUSCADA
006870         MOVE 'Y' TO MNT-SW-DEF-HALLADA
006880     END-IF.
006890 3530-EXIT.
007190 3570-EXIT.
007200     EXIT.

007201*----------------------------------------------------------------
007202*   3690-INFORMAR-RECONSTRUIDA
007203*----------------------------------------------------------------
007204*   CONSTANCIA DE UN RECONST DESDE ARCHIVO COMPLETADO (VER 3600).
007205*----------------------------------------------------------------
007206 3690-INFORMAR-RECONSTRUIDA.
007207     ADD 1 TO MNT-ACCIONES-PROCESADAS.
007208     MOVE MCT-TABLA-ID      TO MLR-TABLA.
007209     MOVE MNT-CANT-GRABADOS TO MLR-CANTIDAD.
007210     WRITE REG-REPORTE FROM MNT-LINEA-RECONSTRUIDA.
007211     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007212     DISPLAY "MNT0011I TABLA " MCT-TABLA-ID
007213         " RECONSTRUIDA - ELEMENTOS GRABADOS: "
007214         MNT-CANT-GRABADOS.
007215 3690-EXIT.
007216     EXIT.

007217*****************************************************************
007218*   3700-PREPARAR-TABLA
007219*----------------------------------------------------------------
007220*   CARGA EL CARGATAB NUEVO BAJO LA TABLA DE PREPARACION, CON LA
007221*   CAPACIDAD DE LA VIGENTE, SIN TOCAR LA VIGENTE. UNA
007222*   PREPARACION ANTERIOR DE LA MISMA TABLA SE REEMPLAZA; NINGUNA
007223*   OTRA TABLA SE BORRA (VER 3720).
007224*****************************************************************
007225 3700-PREPARAR-TABLA.
007226     PERFORM 3720-VALIDAR-DESTINO-PREP THRU 3720-EXIT.

007227     IF MLX-MOTIVO NOT = SPACES
007228         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
007229         GO TO 3700-EXIT
007230     END-IF.

007231     MOVE MCT-TABLA-PREP TO MNT-TABLA-DESTINO.

007232     PERFORM 3600-RECONSTRUIR-DESDE-ARCHIVO THRU 3600-EXIT.
007233 3700-EXIT.
007234     EXIT.

007235*----------------------------------------------------------------
007236*   3710-INFORMAR-PREPARADA
007237*----------------------------------------------------------------
007238*   CONSTANCIA DE UN PREPARAR COMPLETADO (VER 3600).
007239*----------------------------------------------------------------
007240 3710-INFORMAR-PREPARADA.
007241     ADD 1 TO MNT-ACCIONES-PROCESADAS.
007242     MOVE MCT-TABLA-ID      TO MLP-TABLA.
007243     MOVE MCT-TABLA-PREP    TO MLP-PREP.
007244     MOVE MNT-CANT-GRABADOS TO MLP-CANTIDAD.
007245     WRITE REG-REPORTE FROM MNT-LINEA-PREPARADA.
007246     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007247     DISPLAY "MNT0017I TABLA " MCT-TABLA-ID
007248         " PREPARADA EN " MCT-TABLA-PREP
007249         " - ELEMENTOS GRABADOS: " MNT-CANT-GRABADOS.
007250 3710-EXIT.
007251     EXIT.

007252*----------------------------------------------------------------
007253*   3720-VALIDAR-DESTINO-PREP
007254*----------------------------------------------------------------
007255*   ANTES DE QUE PREPARAR O ANULAR BORREN LA TABLA DE
007256*   PREPARACION, VERIFICA QUE ESE NOMBRE ESTE LIBRE O SEA UNA
007257*   PREPARACION (CONTROL CON LA MARCA, VER BLITAB) DE LA MISMA
007258*   TABLA VIGENTE DE LA TARJETA. UNA TABLA EN SERVICIO, UNA
007259*   TABLA SIN CONTROL O LA PREPARACION DE OTRA TABLA NO SE
007260*   TOCAN (LA DEFINIDA EN PARMCTL YA LA RECHAZO 3750). DEJA EL
007261*   MOTIVO EN MLX-MOTIVO, O ESPACIOS SI SE PUEDE BORRAR.
007262*----------------------------------------------------------------
007263 3720-VALIDAR-DESTINO-PREP.
007264     MOVE SPACES TO MLX-MOTIVO.
007265     MOVE '00'   TO MNT-EF-TABLA.

007266     MOVE MCT-TABLA-PREP TO TAB-TABLA-ID.
007267     MOVE ZERO           TO TAB-ELEMENTO.
007268     START ARCHIVO-TABLA KEY NOT LESS THAN TAB-CLAVE
007269         INVALID KEY
007270             GO TO 3720-EXIT
007271     END-START.

007272     PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT.

007273     IF MNT-FIN-TABLA
007274     OR TAB-TABLA-ID NOT = MCT-TABLA-PREP
007275         GO TO 3720-EXIT
007276     END-IF.

007277     IF TAB-ELEMENTO NOT = ZERO
007278         MOVE "TABLA PREP EXISTE SIN CONTROL" TO MLX-MOTIVO
007279         GO TO 3720-EXIT
007280     END-IF.

007281     IF NOT TAB-PREPARACION
007282         MOVE "TABLA PREP NO ES PREPARACION" TO MLX-MOTIVO
007283         GO TO 3720-EXIT
007284     END-IF.

007285     IF TAB-PREP-VIGENTE NOT = MCT-TABLA-ID
007286         MOVE "TABLA PREP ES DE OTRA TABLA" TO MLX-MOTIVO
007287     END-IF.
007288 3720-EXIT.
007289     EXIT.

007290*----------------------------------------------------------------
007291*   3750-VALIDAR-PREPARACION
007292*----------------------------------------------------------------
007293*   VALIDA EL PAR DE TABLAS DE UNA ACCION DE RECARGA: LA DE
007294*   PREPARACION DEBE VENIR, SER DISTINTA DE LA VIGENTE Y NO
007295*   ESTAR DEFINIDA EN PARMCTL; LA VIGENTE DEBE SER UNA TABLA DE
007296*   ARCHIVO DE PARMCTL. DEJA EL MOTIVO DEL RECHAZO EN MLX-MOTIVO
007297*   (ESPACIOS SI EL PAR ES VALIDO) Y EN MNT-IDX-TABLA LA
007298*   DEFINICION DE LA VIGENTE.
007299*----------------------------------------------------------------
007300 3750-VALIDAR-PREPARACION.
007301     MOVE SPACES TO MLX-MOTIVO.

007302     IF MCT-TABLA-PREP = SPACES
007303         MOVE "FALTA LA TABLA DE PREPARACION" TO MLX-MOTIVO
007304         GO TO 3750-EXIT
007305     END-IF.

007306     IF MCT-TABLA-PREP = MCT-TABLA-ID
007307         MOVE "PREPARACION IGUAL A LA VIGENTE" TO MLX-MOTIVO
007308         GO TO 3750-EXIT
007309     END-IF.

007310     MOVE MCT-TABLA-PREP TO MNT-TABLA-BUSCADA.
007311     PERFORM 3520-BUSCAR-DEFINICION THRU 3520-EXIT.

007312     IF MNT-DEF-HALLADA
007313         MOVE "TABLA PREP DEFINIDA EN PARMCTL" TO MLX-MOTIVO
007314         GO TO 3750-EXIT
007315     END-IF.

007316     MOVE MCT-TABLA-ID TO MNT-TABLA-BUSCADA.
007317     PERFORM 3520-BUSCAR-DEFINICION THRU 3520-EXIT.

007318     IF NOT MNT-DEF-HALLADA
007319         MOVE "SIN DEFINICION EN PARMCTL" TO MLX-MOTIVO
007320         GO TO 3750-EXIT
007321     END-IF.

007322     IF MNT-TDEF-TIPO(MNT-IDX-TABLA) NOT = 'A'
007323         MOVE "TABLA NO CARGADA DESDE ARCHIVO" TO MLX-MOTIVO
007324     END-IF.
007325 3750-EXIT.
007326     EXIT.

007327*----------------------------------------------------------------
007328*   3770-VERIFICAR-PREPARADA
007329*----------------------------------------------------------------
007330*   LEE EL REGISTRO DE CONTROL DE LA TABLA DE PREPARACION. SOLO
007331*   SE COMPARA O PROMUEVE UNA PREPARACION COMPLETA DE LA TABLA
007332*   VIGENTE DE LA TARJETA: CONTROL CON LA MARCA DE PREPARACION,
007333*   ESA MISMA TABLA VIGENTE Y CANTIDAD MAYOR QUE CERO (UN
007334*   PREPARAR INTERRUMPIDO LA DEJA EN CERO). DEJA LA CANTIDAD EN
007335*   MNT-MAX-ENTRADAS, O EL MOTIVO EN MLX-MOTIVO.
007336*----------------------------------------------------------------
007337 3770-VERIFICAR-PREPARADA.
007338     MOVE 'N' TO MNT-SW-PREP-LISTA.

007339     MOVE MCT-TABLA-PREP TO TAB-TABLA-ID.
007340     MOVE ZERO           TO TAB-ELEMENTO.
007341     READ ARCHIVO-TABLA
007342         INVALID KEY
007343             MOVE "PREPARACION INEXISTENTE" TO MLX-MOTIVO
007344             GO TO 3770-EXIT
007345     END-READ.
007346     PERFORM 1200-VALIDAR-EF-TABLA THRU 1200-EXIT.

007347     IF NOT TAB-PREPARACION
007348         MOVE "NO ES UNA TABLA DE PREPARACION" TO MLX-MOTIVO
007349         GO TO 3770-EXIT
007350     END-IF.

007351     IF TAB-PREP-VIGENTE NOT = MCT-TABLA-ID
007352         MOVE "PREPARADA PARA OTRA TABLA" TO MLX-MOTIVO
007353         GO TO 3770-EXIT
007354     END-IF.

007355     IF TAB-PREP-CANTIDAD = ZERO
007356         MOVE "PREPARACION INCOMPLETA" TO MLX-MOTIVO
007357         GO TO 3770-EXIT
007358     END-IF.

007359     MOVE TAB-PREP-CANTIDAD TO MNT-MAX-ENTRADAS.
007360     MOVE 'Y' TO MNT-SW-PREP-LISTA.
007361 3770-EXIT.
007362     EXIT.

007363*****************************************************************
007364*   3800-COMPARAR-TABLAS
007365*----------------------------------------------------------------
007366*   RECORRE EN PARALELO LA TABLA VIGENTE Y LA PREPARADA EN ORDEN
007367*   DE CLAVE Y LISTA CADA CLAVE QUE APARECE SOLO EN LA PREPARADA
007368*   (ALTA), SOLO EN LA VIGENTE (BAJA) O EN AMBAS (SIN CAMBIO;
007369*   CON 'N' EN LA COLUMNA 28 ESTAS SOLO SE CUENTAN, PARA NO
007370*   LISTAR TODA UNA TABLA GRANDE). CIERRA CON LOS TOTALES Y EL
007371*   PORCENTAJE DE VARIACION (ALTAS MAS BAJAS SOBRE LA CANTIDAD
007372*   VIGENTE; 100 SI LA VIGENTE NO EXISTE O ESTA VACIA). NO
007373*   MODIFICA TABLAVSM.
007374*****************************************************************
007375 3800-COMPARAR-TABLAS.
007376     PERFORM 3770-VERIFICAR-PREPARADA THRU 3770-EXIT.

007377     IF NOT MNT-PREP-LISTA
007378         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
007379         GO TO 3800-EXIT
007380     END-IF.

007381     MOVE ZERO TO MNT-CMP-CLAVE-VIVA.
007382     MOVE ZERO TO MNT-CMP-CLAVE-PREP.
007383     MOVE ZERO TO MNT-CMP-CANT-VIVA.
007384     MOVE ZERO TO MNT-CMP-CANT-PREP.
007385     MOVE ZERO TO MNT-CMP-ALTAS.
007386     MOVE ZERO TO MNT-CMP-BAJAS.
007387     MOVE ZERO TO MNT-CMP-SIN-CAMBIO.
007388     MOVE 'N'  TO MNT-SW-FIN-VIVA.
007389     MOVE 'N'  TO MNT-SW-FIN-PREP.

007390     MOVE MCT-TABLA-ID   TO MLC-TABLA.
007391     MOVE MCT-TABLA-PREP TO MLC-PREP.
007392     WRITE REG-REPORTE FROM MNT-LINEA-COMPARACION.
007393     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007394     PERFORM 3820-LEER-VIVA THRU 3820-EXIT.
007395     PERFORM 3840-LEER-PREP THRU 3840-EXIT.

007396     PERFORM 3810-COMPARAR-UNA-CLAVE THRU 3810-EXIT
007397         UNTIL MNT-FIN-VIVA AND MNT-FIN-PREP.

007398     IF MNT-CMP-CANT-VIVA = ZERO
007399         MOVE 100 TO MNT-PORCENTAJE
007400     ELSE
007401         COMPUTE MNT-PORCENTAJE ROUNDED =
007402             (MNT-CMP-ALTAS + MNT-CMP-BAJAS) * 100
007403             / MNT-CMP-CANT-VIVA
007404             ON SIZE ERROR
007405                 MOVE 99999,9 TO MNT-PORCENTAJE
007406         END-COMPUTE
007407     END-IF.

007408     MOVE MNT-CMP-CANT-VIVA  TO MLT-VIGENTE.
007409     MOVE MNT-CMP-CANT-PREP  TO MLT-PREPARADA.
007410     MOVE MNT-CMP-ALTAS      TO MLT-ALTAS.
007411     MOVE MNT-CMP-BAJAS      TO MLT-BAJAS.
007412     MOVE MNT-CMP-SIN-CAMBIO TO MLT-SIN-CAMBIO.
007413     MOVE MNT-PORCENTAJE     TO MLT-PORCENTAJE.
007414     WRITE REG-REPORTE FROM MNT-LINEA-TOTALES-COMP.
007415     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007416     ADD 1 TO MNT-ACCIONES-PROCESADAS.

007417     DISPLAY "MNT0018I TABLA " MCT-TABLA-ID
007418         " CONTRA " MCT-TABLA-PREP
007419         " - ALTAS: " MNT-CMP-ALTAS
007420         " BAJAS: " MNT-CMP-BAJAS
007421         " SIN CAMBIO: " MNT-CMP-SIN-CAMBIO.
007422 3800-EXIT.
007423     EXIT.

007424*----------------------------------------------------------------
007425*   3810-COMPARAR-UNA-CLAVE
007426*----------------------------------------------------------------
007427*   COMPARA LA CLAVE EN CURSO DE CADA TABLA Y AVANZA LA MENOR
007428*   (O LAS DOS SI SON IGUALES). AGOTADA UNA TABLA, LO QUE QUEDA
007429*   DE LA OTRA ES TODO ALTA O TODO BAJA.
007430*----------------------------------------------------------------
007431 3810-COMPARAR-UNA-CLAVE.
007432     IF MNT-FIN-PREP
007433         GO TO 3810-BAJA
007434     END-IF.

007435     IF MNT-FIN-VIVA
007436         GO TO 3810-ALTA
007437     END-IF.

007438     IF MNT-CMP-CLAVE-PREP < MNT-CMP-CLAVE-VIVA
007439         GO TO 3810-ALTA
007440     END-IF.

007441     IF MNT-CMP-CLAVE-VIVA < MNT-CMP-CLAVE-PREP
007442         GO TO 3810-BAJA
007443     END-IF.

007444     ADD 1 TO MNT-CMP-SIN-CAMBIO.
007445     IF NOT MCT-OMITIR-SIN-CAMBIO
007446         MOVE "SIN CAMBIO"       TO MLK-TIPO
007447         MOVE MNT-CMP-CLAVE-VIVA TO MLK-CLAVE
007448         WRITE REG-REPORTE FROM MNT-LINEA-CLAVE-COMPARADA
007449         PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT
007450     END-IF.
007451     PERFORM 3820-LEER-VIVA THRU 3820-EXIT.
007452     PERFORM 3840-LEER-PREP THRU 3840-EXIT.
007453     GO TO 3810-EXIT.

007454 3810-ALTA.
007455     ADD 1 TO MNT-CMP-ALTAS.
007456     MOVE "ALTA"             TO MLK-TIPO.
007457     MOVE MNT-CMP-CLAVE-PREP TO MLK-CLAVE.
007458     WRITE REG-REPORTE FROM MNT-LINEA-CLAVE-COMPARADA.
007459     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
007460     PERFORM 3840-LEER-PREP THRU 3840-EXIT.
007461     GO TO 3810-EXIT.

007462 3810-BAJA.
007463     ADD 1 TO MNT-CMP-BAJAS.
007464     MOVE "BAJA"             TO MLK-TIPO.
007465     MOVE MNT-CMP-CLAVE-VIVA TO MLK-CLAVE.
007466     WRITE REG-REPORTE FROM MNT-LINEA-CLAVE-COMPARADA.
007467     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
007468     PERFORM 3820-LEER-VIVA THRU 3820-EXIT.
007469 3810-EXIT.
007470     EXIT.

007471*----------------------------------------------------------------
007472*   3820-LEER-VIVA
007473*----------------------------------------------------------------
007474*   LEE EL ELEMENTO DE LA TABLA VIGENTE QUE SIGUE A LA ULTIMA
007475*   CLAVE LEIDA. COMO LAS DOS TABLAS COMPARTEN EL ARCHIVO, CADA
007476*   LECTURA SE REPOSICIONA CON START (LA CLAVE INICIAL EN CERO
007477*   SALTEA EL REGISTRO DE CONTROL).
007478*----------------------------------------------------------------
007479 3820-LEER-VIVA.
007480     MOVE MCT-TABLA-ID       TO TAB-TABLA-ID.
007481     MOVE MNT-CMP-CLAVE-VIVA TO TAB-ELEMENTO.
007482     START ARCHIVO-TABLA KEY GREATER THAN TAB-CLAVE
007483         INVALID KEY
007484             MOVE 'Y' TO MNT-SW-FIN-VIVA
007485             GO TO 3820-EXIT
007486     END-START.

007487     PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT.

007488     IF MNT-FIN-TABLA
007489     OR TAB-TABLA-ID NOT = MCT-TABLA-ID
007490         MOVE 'Y' TO MNT-SW-FIN-VIVA
007491         GO TO 3820-EXIT
007492     END-IF.

007493     ADD 1 TO MNT-CMP-CANT-VIVA.
007494     MOVE TAB-ELEMENTO TO MNT-CMP-CLAVE-VIVA.
007495 3820-EXIT.
007496     EXIT.

007497*----------------------------------------------------------------
007498*   3840-LEER-PREP
007499*----------------------------------------------------------------
007500*   IGUAL QUE 3820, SOBRE LA TABLA DE PREPARACION.
007501*----------------------------------------------------------------
007502 3840-LEER-PREP.
007503     MOVE MCT-TABLA-PREP     TO TAB-TABLA-ID.
007504     MOVE MNT-CMP-CLAVE-PREP TO TAB-ELEMENTO.
007505     START ARCHIVO-TABLA KEY GREATER THAN TAB-CLAVE
007506         INVALID KEY
007507             MOVE 'Y' TO MNT-SW-FIN-PREP
007508             GO TO 3840-EXIT
007509     END-START.

007510     PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT.

007511     IF MNT-FIN-TABLA
007512     OR TAB-TABLA-ID NOT = MCT-TABLA-PREP
007513         MOVE 'Y' TO MNT-SW-FIN-PREP
007514         GO TO 3840-EXIT
007515     END-IF.

007516     ADD 1 TO MNT-CMP-CANT-PREP.
007517     MOVE TAB-ELEMENTO TO MNT-CMP-CLAVE-PREP.
007518 3840-EXIT.
007519     EXIT.

007520*----------------------------------------------------------------
007521*   3900-RECHAZAR-ACCION
007522*----------------------------------------------------------------
007523*   DEJA CONSTANCIA DE LA ACCION RECHAZADA EN EL REPORTE (EL
007524*   MOTIVO YA VIENE CARGADO EN MLX-MOTIVO) Y SIGUE CON LA
007525*   TARJETA SIGUIENTE.
007526*----------------------------------------------------------------
007527 3900-RECHAZAR-ACCION.
007528     ADD 1 TO MNT-ACCIONES-RECHAZADAS.

007529     MOVE MCT-ACCION   TO MLX-ACCION.
007530     MOVE MCT-TABLA-ID TO MLX-TABLA.
007531     WRITE REG-REPORTE FROM MNT-LINEA-RECHAZO.
007532     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007533     DISPLAY "MNT0012I ACCION RECHAZADA: " MCT-ACCION
007534         " TABLA " MCT-TABLA-ID " - " MLX-MOTIVO.
007535 3900-EXIT.
007536     EXIT.

007537*****************************************************************
007538*   4000-PROMOVER-TABLA
007539*----------------------------------------------------------------
007540*   REEMPLAZA LA TABLA VIGENTE POR LA PREPARADA: BORRA LA
007541*   VIGENTE, GRABA SU CONTROL EN CERO, COPIA CADA ELEMENTO DE LA
007542*   PREPARACION CON SU INDICE BAJO LA TABLA VIGENTE, REESCRIBE
007543*   EL CONTROL CON LA CANTIDAD, LA PRIMERA Y LA ULTIMA CLAVE, Y
007544*   RECIEN ENTONCES ELIMINA LA PREPARACION. UNA PROMOCION
007545*   INTERRUMPIDA DEJA LA VIGENTE CON TAMANIO CERO (LA BUSQUEDA
007546*   NO LA TOMA POR BUENA) Y LA PREPARACION INTACTA, ASI QUE
007547*   BASTA CON REPETIR LA TARJETA.
007548*****************************************************************
007549 4000-PROMOVER-TABLA.
007550     PERFORM 3770-VERIFICAR-PREPARADA THRU 3770-EXIT.

007551     IF NOT MNT-PREP-LISTA
007552         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
007553         GO TO 4000-EXIT
007554     END-IF.

007555     IF MNT-MAX-ENTRADAS > MNT-TDEF-MAX(MNT-IDX-TABLA)
007556         MOVE "PREPARACION EXCEDE CAPACIDAD" TO MLX-MOTIVO
007557         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
007558         GO TO 4000-EXIT
007559     END-IF.

007560     MOVE MCT-TABLA-ID TO MNT-TABLA-DESTINO.
007561     PERFORM 3350-BORRAR-REGISTROS THRU 3350-EXIT.

007562     MOVE MCT-TABLA-ID TO TAB-TABLA-ID.
007563     MOVE ZERO TO TAB-ELEMENTO.
007564     MOVE ZERO TO TAB-INDICE.
007565     MOVE ZERO TO TAB-MAX-ENTRADAS.
007566     MOVE ZERO TO TAB-VALOR-INICIAL.
007567     MOVE ZERO TO TAB-INCREMENTO.
007568     PERFORM 3570-GRABAR-REG-TABLA THRU 3570-EXIT.

007569     MOVE ZERO TO MNT-CANT-GRABADOS.
007570     MOVE ZERO TO MNT-CARGA-PRIMERA.
007571     MOVE ZERO TO MNT-CARGA-ULTIMA.
007572     MOVE '00' TO MNT-EF-TABLA.

007573     MOVE MCT-TABLA-PREP TO TAB-TABLA-ID.
007574     MOVE ZERO           TO TAB-ELEMENTO.
007575     START ARCHIVO-TABLA KEY GREATER THAN TAB-CLAVE
007576         INVALID KEY
007577             MOVE '10' TO MNT-EF-TABLA
007578     END-START.

007579     IF NOT MNT-FIN-TABLA
007580         PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT
007581     END-IF.

007582     PERFORM 4050-COPIAR-UN-ELEMENTO THRU 4050-EXIT
007583         UNTIL MNT-FIN-TABLA
007584            OR TAB-TABLA-ID NOT = MCT-TABLA-PREP.

007585     IF MNT-CANT-GRABADOS NOT = MNT-MAX-ENTRADAS
007586         DISPLAY "MNT0021E TABLA " MCT-TABLA-PREP
007587             " TIENE " MNT-CANT-GRABADOS
007588             " ELEMENTOS Y SU CONTROL DECLARA " MNT-MAX-ENTRADAS
007589             " - LA TABLA " MCT-TABLA-ID " QUEDO INCOMPLETA"
007590         MOVE 16 TO RETURN-CODE
007591         PERFORM 9000-FINALIZAR THRU 9000-EXIT
007592         STOP RUN
007593     END-IF.

007594     PERFORM 3640-ACTUALIZAR-CONTROL-CARGA THRU 3640-EXIT.

007595     MOVE MCT-TABLA-PREP TO MNT-TABLA-DESTINO.
007596     PERFORM 3350-BORRAR-REGISTROS THRU 3350-EXIT.

007597     ADD 1 TO MNT-ACCIONES-PROCESADAS.
007598     MOVE MCT-TABLA-ID      TO MLM-TABLA.
007599     MOVE MCT-TABLA-PREP    TO MLM-PREP.
007600     MOVE MNT-CANT-GRABADOS TO MLM-CANTIDAD.
007601     WRITE REG-REPORTE FROM MNT-LINEA-PROMOVIDA.
007602     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007603     DISPLAY "MNT0019I TABLA " MCT-TABLA-ID
007604         " PROMOVIDA DESDE " MCT-TABLA-PREP
007605         " - ELEMENTOS VIGENTES: " MNT-CANT-GRABADOS.
007606 4000-EXIT.
007607     EXIT.

007608*----------------------------------------------------------------
007609*   4050-COPIAR-UN-ELEMENTO
007610*----------------------------------------------------------------
007611*   GRABA EL ELEMENTO LEIDO DE LA PREPARACION BAJO LA TABLA
007612*   VIGENTE, CON EL MISMO ELEMENTO E INDICE, Y LEE EL SIGUIENTE.
007613*   EL WRITE NO MUEVE LA POSICION DE LA LECTURA SECUENCIAL, QUE
007614*   SIGUE DENTRO DE LA PREPARACION.
007615*----------------------------------------------------------------
007616 4050-COPIAR-UN-ELEMENTO.
007617     ADD 1 TO MNT-CANT-GRABADOS.

007618     IF MNT-CARGA-PRIMERA = ZERO
007619         MOVE TAB-ELEMENTO TO MNT-CARGA-PRIMERA
007620     END-IF.
007621     MOVE TAB-ELEMENTO TO MNT-CARGA-ULTIMA.

007622     MOVE MCT-TABLA-ID TO TAB-TABLA-ID.
007623     PERFORM 3570-GRABAR-REG-TABLA THRU 3570-EXIT.

007624     PERFORM 3250-LEER-REG-TABLA THRU 3250-EXIT.
007625 4050-EXIT.
007626     EXIT.

007627*****************************************************************
007628*   4200-ANULAR-PREPARACION
007629*----------------------------------------------------------------
007630*   ELIMINA LA TABLA DE PREPARACION (COMPLETA O NO) SIN TOCAR LA
007631*   VIGENTE. UNA PREPARACION INEXISTENTE SE RECHAZA, IGUAL QUE
007632*   UN BORRAR DE UNA TABLA INEXISTENTE, Y TAMBIEN UNA TABLA PREP
007633*   QUE NO SEA UNA PREPARACION DE LA VIGENTE (VER 3720).
007634*****************************************************************
007635 4200-ANULAR-PREPARACION.
007636     PERFORM 3720-VALIDAR-DESTINO-PREP THRU 3720-EXIT.

007637     IF MLX-MOTIVO NOT = SPACES
007638         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
007639         GO TO 4200-EXIT
007640     END-IF.

007641     MOVE MCT-TABLA-PREP TO MNT-TABLA-DESTINO.
007642     PERFORM 3350-BORRAR-REGISTROS THRU 3350-EXIT.

007643     IF NOT MNT-TABLA-PRESENTE
007644         MOVE "PREPARACION INEXISTENTE" TO MLX-MOTIVO
007645         PERFORM 3900-RECHAZAR-ACCION THRU 3900-EXIT
007646         GO TO 4200-EXIT
007647     END-IF.

007648     ADD 1 TO MNT-ACCIONES-PROCESADAS.
007649     MOVE MCT-TABLA-ID      TO MLA-TABLA.
007650     MOVE MCT-TABLA-PREP    TO MLA-PREP.
007651     MOVE MNT-CANT-BORRADOS TO MLA-CANTIDAD.
007652     WRITE REG-REPORTE FROM MNT-LINEA-ANULADA.
007653     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007654     DISPLAY "MNT0020I PREPARACION " MCT-TABLA-PREP
007655         " DE LA TABLA " MCT-TABLA-ID
007656         " ANULADA - REGISTROS ELIMINADOS: " MNT-CANT-BORRADOS.
007657 4200-EXIT.
007658     EXIT.

007659*****************************************************************
007660*   5000-CERRAR-MANTENIMIENTO
007661*----------------------------------------------------------------
007662*   ESCRIBE EL RESUMEN Y FIJA EL RETURN-CODE (0 TODO PROCESADO /
007663*   8 HUBO ACCIONES RECHAZADAS).
007664*****************************************************************
007665 5000-CERRAR-MANTENIMIENTO.
007666     MOVE MNT-ACCIONES-PROCESADAS TO MLS-PROCESADAS.
007667     MOVE MNT-ACCIONES-RECHAZADAS TO MLS-RECHAZADAS.
007668     WRITE REG-REPORTE FROM MNT-LINEA-RESUMEN.
007669     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007670     IF MNT-ACCIONES-RECHAZADAS > ZERO
007671         MOVE 8 TO RETURN-CODE
007672     ELSE
007673         MOVE 0 TO RETURN-CODE
007674     END-IF.

007675     DISPLAY "MNT0013I ACCIONES PROCESADAS: "
007676         MNT-ACCIONES-PROCESADAS
007677         " RECHAZADAS: " MNT-ACCIONES-RECHAZADAS.
007678 5000-EXIT.
007679     EXIT.

007680*****************************************************************
007681*   9000-FINALIZAR
007682*----------------------------------------------------------------
007683*   CIERRA LOS ARCHIVOS DE TRABAJO Y EL REPORTE.
007684*****************************************************************
007685 9000-FINALIZAR.
007686     CLOSE ARCHIVO-CONTROL.
007687     CLOSE ARCHIVO-TABLA.
007688     CLOSE ARCHIVO-REPORTE.
007689 9000-EXIT.
007690     EXIT.
