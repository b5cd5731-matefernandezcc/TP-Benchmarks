001165*                     AFECTADA (MANTENEDORTABLA), NO TODO
001166*                     TABLAVSM, IGUAL QUE SU VARIANTE DE TABLA
001167*                     DE ARCHIVO.
001168*    2026-10-15  RE   ARCHIVO DE SUSPENSO (DD SUSPENSO, LAYOUT EN
001169*                     BLISUSP): CADA TRANSACCION DEL LOTE
001170*                     RECHAZADA POR ORIGEN INVALIDO, TABLA
001171*                     ERRONEA, RANGO INVALIDO O CLAVE INVALIDA SE
001172*                     GRABA ADEMAS COMPLETA, CON SU CODIGO DE
001173*                     MOTIVO Y LA FECHA DEL RECHAZO, PARA QUE
001174*                     MANTENEDORSUSPENSO PUEDA LIBERARLA HACIA EL
001175*                     TRANSIN DE UNA NOCHE SIGUIENTE O ANULARLA.
001176*                     AL REANUDAR UN LOTE SE ABRE EN EXTEND, IGUAL
001177*                     QUE SALIDA.
001178*    2026-10-15  RE   AUTORIZACIONES POR TABLA (DD ORIGAUT,
001179*                     LAYOUT EN BLIAUTZ): DESPUES DE VALIDAR EL
001180*                     ORIGEN SE VERIFICA QUE EL ORIGEN PUEDA
001181*                     CONSULTAR LA TABLA PEDIDA CON ESE TIPO DE
001182*                     TRANSACCION (CLAVE UNICA O RANGO). LO NO
001183*                     AUTORIZADO SE RESPONDE "NO AUTORIZADO" EN
001184*                     SALIDA Y AUDITLOG, VA A SUSPENSO CON MOTIVO
001185*                     'NA' Y SE CUENTA POR ORIGEN EN LAS
001186*                     ESTADISTICAS DE CIERRE. SIN ORIGAUT NO SE
001187*                     VERIFICA NADA, COMO HASTA AHORA.
001188*    2026-10-15  RE   CADENA DE CONTROL DE AUDITLOG (VER BLIAUD):
001189*                     IDENTIFICADOR DE CORRIDA, SECUENCIA Y SELLO
001190*                     ENCADENADO (BLISELLO) EN CADA REGISTRO, Y
001191*                     TRAILER DEL BLOQUE AL CERRAR. RUNLOG LLEVA
001192*                     EL IDENTIFICADOR EN RUN-CORRIDA.
001193*    2026-10-15  RE   MODO ORDENADO DEL LOTE ('O' EN
001194*                     PARMC-MODO-LOTE DEL REGISTRO *CONTROL): LAS
001195*                     CLAVES QUE IRIAN POR READ DIRECTO SE
001196*                     ORDENAN POR TABLA Y CLAVE (DD SORTWK) Y SE
001197*                     RESUELVEN, CON SUS VECINOS, EN UN RECORRIDO
001198*                     HACIA ADELANTE DE CADA TABLA. LAS PASADAS
001199*                     POR CLASE TOMAN ESOS RESULTADOS EN EL ORDEN
001200*                     ORIGINAL DE TRANSIN: SALIDA, AUDITLOG Y EL
001201*                     CHECKPOINT NO CAMBIAN. EL CIERRE INFORMA LAS
001202*                     E/S AHORRADAS.
001203*    2026-10-15  RE   EL ESTADO DE LA GRABACION DEL TRAILER DE
001204*                     AUDITLOG SE CONTROLA EN 9050 MISMO Y NO POR
001205*                     1086, QUE TERMINA LA CORRIDA POR 9000 Y NO
001206*                     PUEDE LLAMARSE CON 9000 YA EN CURSO.
001207*****************************************************************
001208 IDENTIFICATION DIVISION.
001209 PROGRAM-ID.     BusquedaLinealImpares.
001210 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
001211 INSTALLATION.   CENTRO DE COMPUTOS.
001212 DATE-WRITTEN.   14/02/2023.
001213 DATE-COMPILED.

001214 ENVIRONMENT DIVISION.
001215 CONFIGURATION SECTION.
001216 SOURCE-COMPUTER.    IBM-370.
001217 OBJECT-COMPUTER.    IBM-370.
001218 SPECIAL-NAMES.
001219     DECIMAL-POINT IS COMMA.

001220 INPUT-OUTPUT SECTION.
001221 FILE-CONTROL.
001222*----------------------------------------------------------------
001223*   ARCHIVO DE ENTRADA DE TRANSACCIONES PARA EL MODO LOTE.
001224*   SI NO EXISTE AL ABRIR, EL PROGRAMA SIGUE EN MODO DE CLAVE
001225*   UNICA COMO ANTES.
001226*----------------------------------------------------------------
001227     SELECT ARCHIVO-TRANSACCIONES ASSIGN TO TRANSIN
001228         ORGANIZATION IS LINE SEQUENTIAL
001229         FILE STATUS IS BLI-EF-TRANSACCIONES.

001230*----------------------------------------------------------------
001231*   ARCHIVO DE SALIDA CON UN RENGLON DE RESULTADO POR CLAVE
001232*   PROCESADA EN MODO LOTE.
001233*----------------------------------------------------------------
001240     SELECT ARCHIVO-SALIDA ASSIGN TO SALIDA
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS BLI-EF-SALIDA.
001637     SELECT ARCHIVO-ORIGENES ASSIGN TO ORIGMST
001638         ORGANIZATION IS LINE SEQUENTIAL
001639         FILE STATUS IS BLI-EF-ORIGENES.
001640*----------------------------------------------------------------
001641*   AUTORIZACIONES DE CADA ORIGEN POR TABLA Y TIPO DE
001642*   TRANSACCION (VER BLIAUTZ). SE LEE COMPLETO AL INICIO; SI NO
001643*   EXISTE, NO SE VERIFICAN AUTORIZACIONES.
001644*----------------------------------------------------------------
001645     SELECT ARCHIVO-AUTORIZACIONES ASSIGN TO ORIGAUT
001646         ORGANIZATION IS LINE SEQUENTIAL
001647         FILE STATUS IS BLI-EF-AUTORIZACIONES.

001648*----------------------------------------------------------------
001649*   BITACORA DE EJECUCION. UN REGISTRO POR CORRIDA (VER BLIRUN),
001650*   GRABADO AL FINALIZAR. SE ABRE EN EXTEND PARA ACUMULAR EL
001651*   HISTORICO; SI TODAVIA NO EXISTE SE CREA.
001652*----------------------------------------------------------------
001653     SELECT ARCHIVO-RUNLOG ASSIGN TO RUNLOG
001654         ORGANIZATION IS LINE SEQUENTIAL
001655         FILE STATUS IS BLI-EF-RUNLOG.

001656*----------------------------------------------------------------
001657*   ARCHIVO DE CARGA DE LAS TABLAS TIPO 'A': UNA CLAVE DE 7
001658*   DIGITOS POR REGISTRO, EN ORDEN ASCENDENTE ESTRICTO. EL JCL
001659*   LO APUNTA AL DATASET QUE DOCUMENTA PARM-ARCHIVO-CARGA. SOLO
001660*   SE ABRE SI HAY UNA TABLA DE ARCHIVO PARA CONSTRUIR.
001661*----------------------------------------------------------------
001662     SELECT ARCHIVO-CARGA ASSIGN TO CARGATAB
001663         ORGANIZATION IS LINE SEQUENTIAL
001664         FILE STATUS IS BLI-EF-CARGA.

001665*----------------------------------------------------------------
001666*   ARCHIVO DE SUSPENSO: LAS TRANSACCIONES RECHAZADAS DEL LOTE,
001667*   COMPLETAS, CON SU MOTIVO (VER BLISUSP). LO INCORPORA AL
001668*   SUSPENSO ACUMULADO EL MANTENEDORSUSPENSO.
001669*----------------------------------------------------------------
001670     SELECT ARCHIVO-SUSPENSO ASSIGN TO SUSPENSO
001671         ORGANIZATION IS LINE SEQUENTIAL
001672         FILE STATUS IS BLI-EF-SUSPENSO.

001673*----------------------------------------------------------------
001674*   ARCHIVO DE TRABAJO DEL ORDENADOR DEL MODO ORDENADO DEL LOTE
001675*   (VER 3010). SOLO SE USA SI EL REGISTRO "*CONTROL" DE PARMCTL
001676*   PIDE ESE MODO.
001677*----------------------------------------------------------------
001678     SELECT ARCHIVO-ORDEN ASSIGN TO SORTWK.

001679 DATA DIVISION.
001680 FILE SECTION.
001681 FD  ARCHIVO-TRANSACCIONES
001682     RECORDING MODE IS F
001683     LABEL RECORDS ARE STANDARD.
001690     COPY BLITRAN.

001724 FD  ARCHIVO-SALIDA
002034     RECORDING MODE IS F
002036     LABEL RECORDS ARE STANDARD.
002038     COPY BLIORIG.
002039 FD  ARCHIVO-AUTORIZACIONES
002040     RECORDING MODE IS F
002041     LABEL RECORDS ARE STANDARD.
002042     COPY BLIAUTZ.

002043 FD  ARCHIVO-CARGA
002044     RECORDING MODE IS F
002045     LABEL RECORDS ARE STANDARD.
002046 01  REG-CARGA.
002048     05  CARGA-CLAVE             PIC X(07).
002050     05  FILLER                  PIC X(73).
002056     LABEL RECORDS ARE STANDARD.
002058     COPY BLIRUN.

002068 FD  ARCHIVO-SUSPENSO
002078     RECORDING MODE IS F
002088     LABEL RECORDS ARE STANDARD.
002098     COPY BLISUSP.

002102*----------------------------------------------------------------
002106*   REGISTRO DE ORDENAMIENTO DEL MODO ORDENADO: TABLA + CLAVE DE
002110*   CADA TRANSACCION QUE SE BUSCARIA POR READ DIRECTO.
002114*----------------------------------------------------------------
002118 SD  ARCHIVO-ORDEN.
002122 01  SRT-REGISTRO.
002126     05  SRT-LLAVE.
002130         10  SRT-TABLA           PIC X(08).
002134         10  SRT-CLAVE           PIC 9(07).

002140 WORKING-STORAGE SECTION.
002150*----------------------------------------------------------------
002160*   TABLA DE NUMEROS IMPARES Y CAMPOS DE CONTROL DE LA BUSQUEDA.
003020 01  BLI-EF-AUDITORIA             PIC X(02) VALUE SPACES.
003022 01  BLI-EF-ORIGENES              PIC X(02) VALUE SPACES.
003024     88  BLI-FIN-ORIGENES                 VALUE '10'.
003025 01  BLI-EF-AUTORIZACIONES        PIC X(02) VALUE SPACES.
003026     88  BLI-FIN-AUTORIZACIONES           VALUE '10'.
003027 01  BLI-EF-CARGA                 PIC X(02) VALUE SPACES.
003028     88  BLI-FIN-CARGA                    VALUE '10'.
003029 01  BLI-EF-RUNLOG                PIC X(02) VALUE SPACES.
003030 01  BLI-EF-SUSPENSO              PIC X(02) VALUE SPACES.

003031*----------------------------------------------------------------
003032*   HORAS DE INICIO Y FIN DE LA CORRIDA Y CAMPOS DE CALCULO DE
003033*   LOS SEGUNDOS TRANSCURRIDOS PARA LA BITACORA RUNLOG. EL
003034*   CALCULO SUPONE QUE UNA CORRIDA NO SUPERA LAS 24 HORAS (SI
003035*   CRUZA LA MEDIANOCHE SE LE SUMA UN DIA AL FIN).
003036*----------------------------------------------------------------
003037 01  BLI-HORA-INICIO             PIC 9(06) VALUE ZERO.
003038 01  BLI-HORA-FINAL              PIC 9(06) VALUE ZERO.
003039 01  BLI-HORA-DESGLOSE.
003040     05  BLI-HD-HH               PIC 9(02).
003041     05  BLI-HD-MM               PIC 9(02).
003042     05  BLI-HD-SS               PIC 9(02).
003043 01  BLI-SEG-INICIO              PIC 9(07) VALUE ZERO.
003044 01  BLI-SEG-FIN                 PIC 9(07) VALUE ZERO.
003045 01  BLI-SEG-CALCULADOS          PIC 9(07) VALUE ZERO.

003046*----------------------------------------------------------------
003047*   MAESTRO DE ORIGENES CARGADO EN MEMORIA AL INICIO: CODIGO,
003048*   ESTADO, CUOTA DIARIA Y LA CANTIDAD DE TRANSACCIONES USADAS
003049*   EN ESTA CORRIDA (LAS CLAVES OMITIDAS AL REANUDAR UN LOTE
003050*   TAMBIEN SE CUENTAN, PARA QUE LA CUOTA SOBREVIVA AL REENVIO).
003051*   SIN ORIGMST EL INDICADOR QUEDA EN 'N' Y NO SE VALIDA NADA.
003052*----------------------------------------------------------------
003053 01  BLI-MAX-ORIGENES            PIC 9(02) VALUE 50.
003054 01  BLI-CANT-ORIGENES           PIC 9(02) VALUE ZERO.
003055 01  BLI-IDX-ORIGEN              PIC 9(02) VALUE ZERO.

003056 01  BLI-ORIGENES-REGISTRADOS.
003057     05  BLI-ODEF OCCURS 50 TIMES.
003058         10  BLI-ODEF-CODIGO     PIC X(04).
003059         10  BLI-ODEF-ESTADO     PIC X(01).
003060         10  BLI-ODEF-CUOTA      PIC 9(07).
003061         10  BLI-ODEF-USADAS     PIC 9(07).

003062 01  BLI-SW-HAY-ORIGENES         PIC X(01) VALUE 'N'.
003063     88  BLI-HAY-ORIGENES                 VALUE 'Y'.

003064 01  BLI-SW-ORIGEN-VALIDO        PIC X(01) VALUE 'Y'.
003065     88  BLI-ORIGEN-VALIDO                VALUE 'Y'.
003066     88  BLI-ORIGEN-INVALIDO              VALUE 'N'.

003067 01  BLI-SW-ORIGEN-HALLADO       PIC X(01) VALUE 'N'.
003068     88  BLI-ORIGEN-HALLADO               VALUE 'Y'.
003069*----------------------------------------------------------------
003070*   AUTORIZACIONES CARGADAS EN MEMORIA AL INICIO: POR CADA PAR
003071*   ORIGEN + TABLA, SI ADMITE CLAVE UNICA Y SI ADMITE RANGO.
003072*   SIN ORIGAUT EL INDICADOR QUEDA EN 'N' Y TODO ESTA
003073*   AUTORIZADO. BLI-TABLA-AUTORIZ ES LA TABLA PEDIDA POR LA
003074*   TRANSACCION EN CURSO (LA PRIMERA DEFINIDA SI NO INDICA
003075*   NINGUNA, IGUAL QUE EN 4020-SELECCIONAR-TABLA).
003076*----------------------------------------------------------------
003077 01  BLI-MAX-AUTORIZ             PIC 9(03) VALUE 500.
003078 01  BLI-CANT-AUTORIZ            PIC 9(03) VALUE ZERO.
003079 01  BLI-IDX-AUTORIZ             PIC 9(03) VALUE ZERO.

003080 01  BLI-AUTORIZACIONES.
003081     05  BLI-ADEF OCCURS 500 TIMES.
003082         10  BLI-ADEF-ORIGEN     PIC X(04).
003083         10  BLI-ADEF-TABLA      PIC X(08).
003084         10  BLI-ADEF-CLAVE      PIC X(01).
003085         10  BLI-ADEF-RANGO      PIC X(01).

003086 01  BLI-SW-HAY-AUTORIZ          PIC X(01) VALUE 'N'.
003087     88  BLI-HAY-AUTORIZ                  VALUE 'Y'.

003088 01  BLI-SW-AUTORIZADO           PIC X(01) VALUE 'Y'.
003089     88  BLI-AUTORIZADO                   VALUE 'Y'.
003090     88  BLI-NO-AUTORIZADO                VALUE 'N'.

003091 01  BLI-SW-AUTORIZ-HALLADA      PIC X(01) VALUE 'N'.
003092     88  BLI-AUTORIZ-HALLADA              VALUE 'Y'.

003093 01  BLI-TABLA-AUTORIZ           PIC X(08) VALUE SPACES.

003094*----------------------------------------------------------------
003095*   TRANSACCIONES DENEGADAS POR ORIGEN, PARA LAS ESTADISTICAS
003096*   DE CIERRE. NO VAN AL CHECKPOINT: AL REANUDAR SE RECONSTRUYEN
003097*   AL SALTEAR LAS TRANSACCIONES YA PROCESADAS (VER
003098*   3050-OMITIR-CLAVE-PROCESADA), IGUAL QUE EL CONSUMO DE CUOTA.
003099*   LOS ORIGENES QUE NO ENTRAN EN LA TABLA SE ACUMULAN EN
003100*   BLI-DEN-EXCEDENTES.
003101*----------------------------------------------------------------
003102 01  BLI-MAX-DENEGACIONES        PIC 9(02) VALUE 50.
003103 01  BLI-CANT-DENEGACIONES       PIC 9(02) VALUE ZERO.
003104 01  BLI-IDX-DENEGACION          PIC 9(02) VALUE ZERO.

003105 01  BLI-DENEGACIONES.
003106     05  BLI-DEN OCCURS 50 TIMES.
003107         10  BLI-DEN-ORIGEN      PIC X(04).
003108         10  BLI-DEN-CANTIDAD    PIC 9(07).

003109 01  BLI-DEN-EXCEDENTES          PIC 9(07) VALUE ZERO.
003110 01  BLI-TOTAL-NO-AUTORIZ        PIC 9(07) VALUE ZERO.

003111*----------------------------------------------------------------
003112*   CONTADORES DEL PROCESO EN LOTE.
003113*----------------------------------------------------------------
003114 01  BLI-CONTADORES-LOTE.
003115     05  BLI-TOTAL-CLAVES        PIC 9(07) VALUE ZERO.
003116     05  BLI-TOTAL-ENCONTRADAS   PIC 9(07) VALUE ZERO.
003117     05  BLI-TOTAL-NO-ENCONTRADAS
003118                                 PIC 9(07) VALUE ZERO.
003119     05  BLI-TOTAL-INVALIDAS    PIC 9(07) VALUE ZERO.
003120     05  BLI-SUMA-POSICIONES    PIC 9(09) VALUE ZERO.
003130     05  BLI-POSICION-MINIMA    PIC 9(07) VALUE ZERO.
003140     05  BLI-POSICION-MAXIMA    PIC 9(07) VALUE ZERO.
003162     05  BLI-PROC-NORMAL        PIC 9(07) VALUE ZERO.
003163     05  BLI-PROC-BAJA          PIC 9(07) VALUE ZERO.

003165*----------------------------------------------------------------
003167*   TRANSACCIONES GRABADAS EN SUSPENSO EN ESTA EJECUCION (NO VA
003169*   AL CHECKPOINT: ES SOLO INFORMATIVO) Y CODIGO DE MOTIVO DEL
003171*   RECHAZO EN CURSO, QUE CADA PARRAFO DE RECHAZO DEJA ANTES DE
003173*   GRABAR EN SUSPENSO (VER BLISUSP).
003175*----------------------------------------------------------------
003177 01  BLI-TOTAL-SUSPENSO          PIC 9(07) VALUE ZERO.
003179 01  BLI-MOTIVO-SUSPENSO         PIC X(02) VALUE SPACES.

003181*----------------------------------------------------------------
003183*   CONTROL DE LAS PASADAS POR CLASE DE PRIORIDAD: LA CLASE EN
003185*   CURSO, LA CLASE NORMALIZADA DE LA TRANSACCION LEIDA (TODO LO
003187*   QUE NO ES 'A' NI 'B' ES NORMAL), LOS CONTEOS PREVIOS POR
003189*   CLASE DE TODO EL ARCHIVO Y LAS RESTANTES POR CLASE AL CORTE.
003191*----------------------------------------------------------------
003193 01  BLI-NUM-PASADA              PIC 9(01) VALUE ZERO.
003195 01  BLI-CLASE-ACTUAL            PIC X(01) VALUE 'N'.
003197 01  BLI-PRIORIDAD-TRANS         PIC X(01) VALUE 'N'.
003199 01  BLI-PRE-ALTA                PIC 9(07) VALUE ZERO.
003201 01  BLI-PRE-NORMAL              PIC 9(07) VALUE ZERO.
003203 01  BLI-PRE-BAJA                PIC 9(07) VALUE ZERO.
003205 01  BLI-PRE-CLASE               PIC 9(07) VALUE ZERO.
003207 01  BLI-REST-ALTA               PIC 9(07) VALUE ZERO.
003209 01  BLI-REST-NORMAL             PIC 9(07) VALUE ZERO.
003211 01  BLI-REST-BAJA               PIC 9(07) VALUE ZERO.

003213*----------------------------------------------------------------
003215*   CAMPOS DE TRABAJO DE LA CONSULTA DE RANGO: LIMITES PEDIDOS,
003217*   CANTIDAD DE ELEMENTOS CARGADOS DENTRO DEL RANGO Y EL PRIMERO
003219*   Y EL ULTIMO REALMENTE HALLADOS EN TABLAVSM.
003221*----------------------------------------------------------------
003223 01  BLI-RANGO-DESDE             PIC 9(07) VALUE ZERO.
003225 01  BLI-RANGO-HASTA             PIC 9(07) VALUE ZERO.
003227 01  BLI-RANGO-CANTIDAD          PIC 9(07) VALUE ZERO.
003229 01  BLI-RANGO-PRIMERO           PIC 9(07) VALUE ZERO.
003231 01  BLI-RANGO-ULTIMO            PIC 9(07) VALUE ZERO.

003233 01  BLI-SW-FIN-RANGO            PIC X(01) VALUE 'N'.
003235     88  BLI-FIN-RANGO                    VALUE 'Y'.

003237*----------------------------------------------------------------
003239*   CAMPOS DE TRABAJO DE LA BUSQUEDA DE VECINOS DE UNA CLAVE NO
003241*   ENCONTRADA. LOS CANDIDATOS SE DERIVAN DE LA SECUENCIA DE
003243*   CARGA Y SE CONFIRMAN CON READ DIRECTO CONTRA TABLAVSM; EL
003245*   RECORRIDO SE ACOTA A BLI-TOPE-PASOS-VECINO LECTURAS POR LADO
003247*   PARA QUE UNA TABLA MUY DANIADA NO CONVIERTA CADA AUSENCIA EN
003249*   UN BARRIDO COMPLETO. EN LAS TABLAS CARGADAS DESDE ARCHIVO EL
003251*   VECINO SUPERIOR NO SE TANTEA: SE LEE DIRECTO CON START AL
003253*   PRIMER REGISTRO MAYOR QUE LA CLAVE (VER 4655); EL TANTEO Y
003255*   SU TOPE SOLO QUEDAN PARA EL VECINO INFERIOR, QUE NO PUEDE
003257*   LEERSE HACIA ATRAS, Y UN TANTEO CORTADO POR EL TOPE SE
003259*   INFORMA "AGOTADO" EN VEZ DE "NINGUNO".
003261*----------------------------------------------------------------
003263 01  BLI-TOPE-PASOS-VECINO       PIC 9(07) VALUE 1000.
003265 01  BLI-PASOS-VECINO            PIC 9(07) VALUE ZERO.
003267*----------------------------------------------------------------
003269*   PASO ENTRE CANDIDATOS A VECINO: EL INCREMENTO DE LA
003271*   SECUENCIA, O 1 EN LAS TABLAS CARGADAS DESDE ARCHIVO (SUS
003273*   CLAVES NO RESPONDEN A NINGUNA SECUENCIA).
003275*----------------------------------------------------------------
003277 01  BLI-INCREMENTO-VECINO       PIC 9(07) VALUE 1.
003279 01  BLI-VECINO-CANDIDATO        PIC 9(07) VALUE ZERO.
003281 01  BLI-VECINO-INF              PIC 9(07) VALUE ZERO.
003283 01  BLI-VECINO-SUP              PIC 9(07) VALUE ZERO.
003285 01  BLI-DIST-INF                PIC 9(07) VALUE ZERO.
003287 01  BLI-DIST-SUP                PIC 9(07) VALUE ZERO.
003289 01  BLI-VEC-DIFERENCIA          PIC 9(07) VALUE ZERO.
003291 01  BLI-VEC-COCIENTE            PIC 9(07) VALUE ZERO.
003293 01  BLI-VEC-RESTO               PIC 9(07) VALUE ZERO.
003295 01  BLI-VEC-CALC                PIC 9(13) VALUE ZERO.

003297 01  BLI-SW-VECINO-INF           PIC X(01) VALUE 'N'.
003299     88  BLI-VECINO-INF-HALLADO           VALUE 'Y'.
003301 01  BLI-SW-VECINO-SUP           PIC X(01) VALUE 'N'.
003303     88  BLI-VECINO-SUP-HALLADO           VALUE 'Y'.
003305 01  BLI-SW-VECINO-AGOTADO       PIC X(01) VALUE 'N'.
003307     88  BLI-VECINO-AGOTADO               VALUE 'Y'.
003309 01  BLI-SW-TOPE-INF             PIC X(01) VALUE 'N'.
003311     88  BLI-TOPE-INF                     VALUE 'Y'.
003313 01  BLI-SW-TOPE-SUP             PIC X(01) VALUE 'N'.
003315     88  BLI-TOPE-SUP                     VALUE 'Y'.

003317*----------------------------------------------------------------
003319*   LAYOUTS DE LOS RENGLONES DE RESULTADO ESCRITOS EN
003321*   ARCHIVO-SALIDA (COPYBOOK BLISAL, COMPARTIDO CON LOS
003323*   PROGRAMAS QUE RELEEN LA SALIDA).
003325*----------------------------------------------------------------
003327     COPY BLISAL.

003329*----------------------------------------------------------------
003331*   CADENA DE CONTROL DE AUDITLOG (VER BLIAUD): IDENTIFICADOR
003333*   DE LA CORRIDA (FECHA Y HORA CON CENTESIMAS DEL INICIO),
003335*   SECUENCIA Y SELLO DEL ULTIMO REGISTRO GRABADO, Y LOS
003337*   CONTADORES DEL TRAILER: DETALLES DEL BLOQUE, CLAVES
003339*   ARRASTRADAS DEL CHECKPOINT AL REANUDAR Y TRANSACCIONES DE
003341*   RANGO DE ESTA CORRIDA. EL INDICADOR DE AUDITLOG ABIERTO
003343*   EVITA GRABAR EL TRAILER CUANDO EL ARCHIVO NO SE ABRIO O
003345*   FALLO.
003347*----------------------------------------------------------------
003349 01  BLI-CORRIDA-ID.
003351     05  BLI-CID-FECHA           PIC 9(08).
003353     05  BLI-CID-HORA            PIC X(08).

003355 01  BLI-AUD-SECUENCIA           PIC 9(09) VALUE ZERO.
003357 01  BLI-AUD-SELLO-ANTERIOR      PIC 9(09) VALUE ZERO.
003359 01  BLI-AUD-DETALLES            PIC 9(07) VALUE ZERO.
003361 01  BLI-AUD-ARRASTRE            PIC 9(07) VALUE ZERO.
003363 01  BLI-AUD-RANGOS              PIC 9(07) VALUE ZERO.

003365 01  BLI-SW-AUDITORIA-ABIERTA    PIC X(01) VALUE 'N'.
003367     88  BLI-AUDITORIA-ABIERTA            VALUE 'Y'.

003369*----------------------------------------------------------------
003371*   AREA DE COMUNICACION DEL MODULO DE SELLADO BLISELLO.
003373*----------------------------------------------------------------
003375     COPY BLISELL.

003376*----------------------------------------------------------------
003377*   MODO ORDENADO DEL LOTE ('O' EN PARMC-MODO-LOTE DEL REGISTRO
003378*   "*CONTROL"). ANTES DE LAS PASADAS POR CLASE, LAS CLAVES DEL
003379*   LOTE QUE SE BUSCARIAN POR READ DIRECTO EN TABLAVSM SE
003380*   ORDENAN POR TABLA Y CLAVE Y SE RESUELVEN CON UN RECORRIDO
003381*   HACIA ADELANTE DE CADA TABLA (START Y READ NEXT), DEL QUE
003382*   SALEN TAMBIEN LOS VECINOS. LOS RESULTADOS QUEDAN EN BLI-ORD,
003383*   EN ORDEN DE TABLA Y CLAVE, Y LAS PASADAS LOS TOMAN DE AHI
003384*   (BUSQUEDA BINARIA) EN EL ORDEN ORIGINAL DE TRANSIN, ASI QUE
003385*   SALIDA, AUDITLOG, EL CACHE DE DUPLICADAS Y EL CHECKPOINT NO
003386*   CAMBIAN. LLENA LA TABLA, O SI EL RECORRIDO NO PUEDE AFIRMAR
003387*   EL VECINO INFERIOR QUE DARIA LA LECTURA DIRECTA (VER 4720),
003388*   LA CLAVE SE BUSCA POR READ DIRECTO COMO SIEMPRE.
003389*   BLI-ORD-EST-INF/SUP: 'H' VECINO HALLADO, 'T' TANTEO CORTADO
003390*   POR EL TOPE ("AGOTADO"), 'N' NINGUNO.
003391*----------------------------------------------------------------
003392 01  BLI-SW-MODO-ORDENADO        PIC X(01) VALUE 'N'.
003393     88  BLI-MODO-ORDENADO                VALUE 'Y'.

003394 01  BLI-ORD-MAX                 PIC 9(05) VALUE 50000.
003395 01  BLI-ORD-CANT                PIC 9(05) VALUE ZERO.
003396 01  BLI-IDX-ORD                 PIC 9(05) VALUE ZERO.

003397 01  BLI-CLAVES-ORDENADAS.
003398     05  BLI-ORD OCCURS 50000 TIMES.
003399         10  BLI-ORD-LLAVE.
003400             15  BLI-ORD-TABLA   PIC X(08).
003401             15  BLI-ORD-CLAVE   PIC 9(07).
003402         10  BLI-ORD-SW-VALIDA   PIC X(01).
003403         10  BLI-ORD-SW-ENCONTRADA
003404                                 PIC X(01).
003405         10  BLI-ORD-POSICION    PIC 9(07).
003406         10  BLI-ORD-EST-INF     PIC X(01).
003407             88  BLI-ORD-INF-HALLADO      VALUE 'H'.
003408             88  BLI-ORD-INF-TOPE         VALUE 'T'.
003409         10  BLI-ORD-VECINO-INF  PIC 9(07).
003410         10  BLI-ORD-EST-SUP     PIC X(01).
003411             88  BLI-ORD-SUP-HALLADO      VALUE 'H'.
003412             88  BLI-ORD-SUP-TOPE         VALUE 'T'.
003413         10  BLI-ORD-VECINO-SUP  PIC 9(07).
003414         10  BLI-ORD-LECT-VECINOS
003415                                 PIC 9(04).

003416 01  BLI-ORD-BUSCADA.
003417     05  BLI-ORD-BUSCADA-TABLA   PIC X(08).
003418     05  BLI-ORD-BUSCADA-CLAVE   PIC 9(07).
003419 01  BLI-ORD-INFERIOR            PIC 9(05) VALUE ZERO.
003420 01  BLI-ORD-SUPERIOR            PIC 9(05) VALUE ZERO.
003421 01  BLI-ORD-MEDIO               PIC 9(05) VALUE ZERO.

003422 01  BLI-SW-ORD-HALLADA          PIC X(01) VALUE 'N'.
003423     88  BLI-ORD-HALLADA                  VALUE 'Y'.
003424 01  BLI-SW-ORD-LLENA            PIC X(01) VALUE 'N'.
003425     88  BLI-ORD-LLENA                    VALUE 'Y'.

003426*----------------------------------------------------------------
003427*   ESTADISTICAS DEL MODO ORDENADO: TABLAS RECORRIDAS, E/S
003428*   HECHAS POR EL RECORRIDO (CADA START Y CADA READ NEXT) Y
003429*   LECTURAS DIRECTAS QUE LAS PASADAS SE AHORRARON AL TOMAR LOS
003430*   RESULTADOS YA RESUELTOS (LAS QUE HUBIERAN HECHO BLIBUSCA Y
003431*   4600 PARA ESAS MISMAS TRANSACCIONES).
003432*----------------------------------------------------------------
003433 01  BLI-ORD-TABLAS              PIC 9(02) VALUE ZERO.
003434 01  BLI-ORD-LECT-SECUENCIALES   PIC 9(09) VALUE ZERO.
003435 01  BLI-ORD-LECT-EVITADAS       PIC 9(09) VALUE ZERO.
003436 01  BLI-ORD-AHORRO              PIC 9(09) VALUE ZERO.

003437*----------------------------------------------------------------
003438*   ESTADO DEL RECORRIDO DE LA TABLA EN CURSO: ELEMENTO ACTUAL
003439*   (EL ULTIMO ELEMENTO VALIDO LEIDO) CON SU POSICION, EL
003440*   ANTERIOR A EL, Y DESDE QUE CLAVE SE VIENE LEYENDO SIN SALTOS
003441*   (TODO ELEMENTO ENTRE BLI-SEC-DESDE Y EL ACTUAL YA SE VIO).
003442*   BLI-SEC-CANDIDATO Y BLI-SEC-VENTANA SON EL PRIMER Y EL ULTIMO
003443*   CANDIDATO QUE TANTEARIA 4610 PARA LA CLAVE EN CURSO; UN
003444*   SALTO HACIA ADELANTE DE HASTA BLI-SEC-TOPE-AVANCE ELEMENTOS
003445*   SE LEE EN VEZ DE REPOSICIONAR CON START.
003446*----------------------------------------------------------------
003447 01  BLI-SEC-TABLA               PIC X(08) VALUE SPACES.
003448 01  BLI-SEC-ULTIMA-LLAVE        PIC X(15) VALUE LOW-VALUES.
003449 01  BLI-SEC-ACTUAL              PIC 9(07) VALUE ZERO.
003450 01  BLI-SEC-INDICE              PIC 9(07) VALUE ZERO.
003451 01  BLI-SEC-ANTERIOR            PIC 9(07) VALUE ZERO.
003452 01  BLI-SEC-DESDE               PIC 9(07) VALUE ZERO.
003453 01  BLI-SEC-OBJETIVO            PIC 9(07) VALUE ZERO.
003454 01  BLI-SEC-CANDIDATO           PIC 9(07) VALUE ZERO.
003455 01  BLI-SEC-VENTANA             PIC 9(07) VALUE ZERO.
003456 01  BLI-SEC-SALTO               PIC 9(07) VALUE ZERO.
003457 01  BLI-SEC-PASOS               PIC 9(07) VALUE ZERO.
003458 01  BLI-SEC-LECTURAS            PIC 9(07) VALUE ZERO.
003459 01  BLI-SEC-TOPE-AVANCE         PIC 9(07) VALUE 3.

003460 01  BLI-SW-SEC-POSICIONADA      PIC X(01) VALUE 'N'.
003461     88  BLI-SEC-POSICIONADA              VALUE 'Y'.
003462 01  BLI-SW-SEC-FIN              PIC X(01) VALUE 'N'.
003463     88  BLI-SEC-FIN                      VALUE 'Y'.
003464 01  BLI-SW-SEC-EOF              PIC X(01) VALUE 'N'.
003465     88  BLI-SEC-EOF                      VALUE 'Y'.
003466 01  BLI-SW-SEC-ANTERIOR         PIC X(01) VALUE 'N'.
003467     88  BLI-SEC-HAY-ANTERIOR             VALUE 'Y'.
003468 01  BLI-SW-SEC-ELEGIBLE         PIC X(01) VALUE 'N'.
003469     88  BLI-SEC-ELEGIBLE                 VALUE 'Y'.
003470 01  BLI-SW-SEC-VENTANA          PIC X(01) VALUE 'N'.
003471     88  BLI-SEC-CON-VENTANA              VALUE 'Y'.

003472 PROCEDURE DIVISION.
003473*****************************************************************
003474*   0000-MAINLINE
003475*----------------------------------------------------------------
003476*   PARRAFO PRINCIPAL: CONSTRUYE O ABRE LAS TABLAS DEFINIDAS EN
003477*   PARMCTL Y DECIDE EL MODO DE BUSQUEDA SEGUN LA DISPONIBILIDAD
003478*   DEL ARCHIVO DE ENTRADA, REANUDANDO DESDE EL ULTIMO
003479*   CHECKPOINT CUANDO CORRESPONDA.
003480*****************************************************************
003481 0000-MAINLINE.
003482     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

003483     IF BLI-HAY-CONSTRUCCION
003484         PERFORM 2500-CONSTRUIR-TABLAS THRU 2500-EXIT
003485*        UN CHECKPOINT DE LOTE PENDIENTE SOBREVIVE A LA
003486*        CONSTRUCCION (UNA EXTENSION EN EL LUGAR NO LO TOCA) Y
003487*        NO DEBE BORRARSE: ES EL QUE EVITA REPROCESAR TRANSIN.
003488         IF NOT BLI-CHECKPOINT-EXISTE
003489         OR NOT CKPT-TIPO-LOTE
003490             PERFORM 8000-BORRAR-CHECKPOINT THRU 8000-EXIT
003492         END-IF
003495         PERFORM 2200-REABRIR-TABLA-ENTRADA THRU 2200-EXIT
003690 1000-INICIALIZAR.
003692     ACCEPT BLI-HORA-TRABAJO FROM TIME.
003694     MOVE BLI-HORA-ACTUAL TO BLI-HORA-INICIO.
003696     ACCEPT BLI-CID-FECHA FROM DATE YYYYMMDD.
003698     MOVE BLI-HORA-TRABAJO TO BLI-CID-HORA.

003700     PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT.
003705     PERFORM 1075-CARGAR-ORIGENES THRU 1075-EXIT.
003707     PERFORM 1077-CARGAR-AUTORIZACIONES THRU 1077-EXIT.

003710     DISPLAY "BLI0001I INICIANDO BUSQUEDA LINEAL DE IMPARES".

003822             MOVE CKPT-PROC-NORMAL TO BLI-PROC-NORMAL
003824             MOVE CKPT-PROC-BAJA   TO BLI-PROC-BAJA
003830             MOVE CKPT-CLAVES-PROCESADAS TO BLI-TOTAL-CLAVES
003835             MOVE CKPT-CLAVES-PROCESADAS TO BLI-AUD-ARRASTRE
003840             MOVE CKPT-ENCONTRADAS    TO BLI-TOTAL-ENCONTRADAS
003850             MOVE CKPT-NO-ENCONTRADAS TO BLI-TOTAL-NO-ENCONTRADAS
003860             MOVE CKPT-INVALIDAS      TO BLI-TOTAL-INVALIDAS
003898             MOVE CKPT-ORIGEN-INV      TO BLI-TOTAL-ORIGEN-INV
003900             OPEN EXTEND ARCHIVO-SALIDA
003910             PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT
003913             OPEN EXTEND ARCHIVO-SUSPENSO
003916             PERFORM 1087-VALIDAR-EF-SUSPENSO THRU 1087-EXIT
003920             DISPLAY "BLI0006I REANUDANDO LOTE, CLAVES YA "
003930                 "PROCESADAS: " BLI-TOTAL-CLAVES
003940         ELSE
003950             OPEN OUTPUT ARCHIVO-SALIDA
003960             PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT
003963             OPEN OUTPUT ARCHIVO-SUSPENSO
003966             PERFORM 1087-VALIDAR-EF-SUSPENSO THRU 1087-EXIT
003970         END-IF
003980     ELSE
003990         PERFORM 1090-ACEPTAR-CLAVE THRU 1090-EXIT
004858*   1069-CARGAR-CONTROL-CORRIDA
004859*----------------------------------------------------------------
004860*   CARGA EL REGISTRO "*CONTROL" DE PARMCTL CON LOS PARAMETROS
004861*   DE LA CORRIDA: LA HORA DE CORTE DE LA VENTANA Y EL MODO DE
004862*   RESOLUCION DEL LOTE (VER 3010).
004863*----------------------------------------------------------------
004864 1069-CARGAR-CONTROL-CORRIDA.
004865     IF PARMC-HORA-TOPE NOT NUMERIC
004866     OR PARMC-HORA-TOPE > 235959
004867         DISPLAY "BLI0027E PARMCTL: HORA DE CORTE INVALIDA EN "
004868             "EL REGISTRO *CONTROL"
004869         PERFORM 1068-ABORTAR-PARAMETROS THRU 1068-EXIT
004870     END-IF.

004871     MOVE PARMC-HORA-TOPE TO BLI-HORA-TOPE.

004872     IF BLI-HORA-TOPE > ZERO
004873         DISPLAY "BLI0028I TOPE HORARIO DE LA VENTANA: "
004874             BLI-HORA-TOPE
004875     END-IF.

004876     IF PARMC-MODO-LOTE NOT = SPACE
004877     AND NOT PARMC-MODO-ORDENADO
004878         DISPLAY "BLI0064E PARMCTL: MODO DE LOTE INVALIDO EN "
004879             "EL REGISTRO *CONTROL"
004880         PERFORM 1068-ABORTAR-PARAMETROS THRU 1068-EXIT
004881     END-IF.

004882     IF PARMC-MODO-ORDENADO
004883         MOVE 'Y' TO BLI-SW-MODO-ORDENADO
004884         DISPLAY "BLI0065I MODO DE LOTE ORDENADO: LAS CLAVES SE "
004885             "RESUELVEN CON UN RECORRIDO SECUENCIAL POR TABLA"
004886     END-IF.
004887 1069-EXIT.
004888     EXIT.

004889*----------------------------------------------------------------
004890*   1070-CALCULAR-CLAVE-MAXIMA
004891*----------------------------------------------------------------
004892*   CALCULA EL MAYOR VALOR POSIBLE DE LA SECUENCIA DE CARGA DE
004893*   LA TABLA ACTUAL PARA USARLO COMO LIMITE SUPERIOR AL VALIDAR
004894*   CLAVES DE BUSQUEDA.
004895*----------------------------------------------------------------
004896 1070-CALCULAR-CLAVE-MAXIMA.
004897     MOVE BLI-MAX-ENTRADAS TO BLI-CLAVE-MAXIMA.
004898     SUBTRACT 1 FROM BLI-CLAVE-MAXIMA.
004899     MULTIPLY BLI-INCREMENTO-CTL BY BLI-CLAVE-MAXIMA.
004900     ADD BLI-VALOR-INICIAL-CTL TO BLI-CLAVE-MAXIMA.
004901 1070-EXIT.
004902     EXIT.

004903*----------------------------------------------------------------
004904*   1075-CARGAR-ORIGENES
004905*----------------------------------------------------------------
004906*   CARGA EN MEMORIA EL MAESTRO DE SISTEMAS DE ORIGEN (ORIGMST).
004907*   SI EL ARCHIVO NO EXISTE, EL LOTE CORRE SIN VALIDACION DE
004908*   ORIGEN, COMO SIEMPRE. UN REGISTRO CON CODIGO EN BLANCO O
004909*   CUOTA NO NUMERICA SE IGNORA CON AVISO; LOS EXCEDENTES DEL
004910*   TOPE DE LA TABLA TAMBIEN, ASI UN MAESTRO DANIADO NO VOLTEA
004911*   LA CORRIDA DE BUSQUEDA.
004912*----------------------------------------------------------------
004913 1075-CARGAR-ORIGENES.
004914     MOVE ZERO TO BLI-CANT-ORIGENES.
004915     MOVE 'N'  TO BLI-SW-HAY-ORIGENES.

004916     OPEN INPUT ARCHIVO-ORIGENES.

004917     IF BLI-EF-ORIGENES NOT = '00'
004918         DISPLAY "BLI0037I ORIGMST AUSENTE - NO SE VALIDAN LOS "
004919             "SISTEMAS DE ORIGEN"
004920         GO TO 1075-EXIT
004921     END-IF.

004922     MOVE 'Y' TO BLI-SW-HAY-ORIGENES.

004923     READ ARCHIVO-ORIGENES
004924         AT END
004925             MOVE '10' TO BLI-EF-ORIGENES
004926     END-READ.

004927     PERFORM 1076-CARGAR-UN-ORIGEN THRU 1076-EXIT
004928         UNTIL BLI-FIN-ORIGENES.

004929     CLOSE ARCHIVO-ORIGENES.

004930     DISPLAY "BLI0040I ORIGENES REGISTRADOS CARGADOS: "
004931         BLI-CANT-ORIGENES.
004932 1075-EXIT.
004933     EXIT.

004934*----------------------------------------------------------------
004935*   1076-CARGAR-UN-ORIGEN
004936*----------------------------------------------------------------
004937 1076-CARGAR-UN-ORIGEN.
004938     IF ORG-CODIGO = SPACES
004939     OR ORG-CUOTA-DIARIA NOT NUMERIC
004940         DISPLAY "BLI0041I ORIGMST: REGISTRO INVALIDO - SE "
004941             "IGNORA (" ORG-CODIGO ")"
004942         GO TO 1076-SIGUIENTE
004943     END-IF.

004944     IF BLI-CANT-ORIGENES >= BLI-MAX-ORIGENES
004945         DISPLAY "BLI0042I ORIGMST: SE ADMITEN HASTA "
004946             BLI-MAX-ORIGENES " ORIGENES - EXCEDENTES IGNORADOS"
004947         GO TO 1076-SIGUIENTE
004948     END-IF.

004949     ADD 1 TO BLI-CANT-ORIGENES.
004950     MOVE ORG-CODIGO TO BLI-ODEF-CODIGO(BLI-CANT-ORIGENES).
004951     MOVE ORG-ESTADO TO BLI-ODEF-ESTADO(BLI-CANT-ORIGENES).
004952     MOVE ORG-CUOTA-DIARIA
004953         TO BLI-ODEF-CUOTA(BLI-CANT-ORIGENES).
004954     MOVE ZERO TO BLI-ODEF-USADAS(BLI-CANT-ORIGENES).

004955 1076-SIGUIENTE.
004956     READ ARCHIVO-ORIGENES
004957         AT END
004958             MOVE '10' TO BLI-EF-ORIGENES
004959     END-READ.
004960 1076-EXIT.
004961     EXIT.

004962*----------------------------------------------------------------
004963*   1077-CARGAR-AUTORIZACIONES
004964*----------------------------------------------------------------
004966*   CARGA EN MEMORIA LAS AUTORIZACIONES POR TABLA (ORIGAUT). SI
004968*   EL ARCHIVO NO EXISTE, EL LOTE CORRE SIN VERIFICARLAS. UN
004970*   REGISTRO CON ORIGEN O TABLA EN BLANCO SE IGNORA CON AVISO;
004972*   LOS EXCEDENTES DEL TOPE DE LA TABLA TAMBIEN (Y QUEDAN SIN
004974*   AUTORIZACION, ASI QUE EL AVISO SE DEBE ATENDER).
004976*----------------------------------------------------------------
004978 1077-CARGAR-AUTORIZACIONES.
004980     MOVE ZERO TO BLI-CANT-AUTORIZ.
004982     MOVE 'N'  TO BLI-SW-HAY-AUTORIZ.

004984     OPEN INPUT ARCHIVO-AUTORIZACIONES.

004986     IF BLI-EF-AUTORIZACIONES NOT = '00'
004988         DISPLAY "BLI0058I ORIGAUT AUSENTE - NO SE VERIFICAN LAS "
004990             "AUTORIZACIONES POR TABLA"
004992         GO TO 1077-EXIT
004994     END-IF.

004996     MOVE 'Y' TO BLI-SW-HAY-AUTORIZ.

004998     READ ARCHIVO-AUTORIZACIONES
005000         AT END
005002             MOVE '10' TO BLI-EF-AUTORIZACIONES
005004     END-READ.

005006     PERFORM 1078-CARGAR-UNA-AUTORIZ THRU 1078-EXIT
005008         UNTIL BLI-FIN-AUTORIZACIONES.

005010     CLOSE ARCHIVO-AUTORIZACIONES.

005012     DISPLAY "BLI0059I AUTORIZACIONES POR TABLA CARGADAS: "
005014         BLI-CANT-AUTORIZ.
005016 1077-EXIT.
005018     EXIT.

005020*----------------------------------------------------------------
005022*   1078-CARGAR-UNA-AUTORIZ
005024*----------------------------------------------------------------
005026 1078-CARGAR-UNA-AUTORIZ.
005028     IF AUT-ORIGEN = SPACES
005030     OR AUT-TABLA = SPACES
005032         DISPLAY "BLI0060I ORIGAUT: REGISTRO INVALIDO - SE "
005034             "IGNORA (" AUT-ORIGEN " " AUT-TABLA ")"
005036         GO TO 1078-SIGUIENTE
005038     END-IF.

005040     IF BLI-CANT-AUTORIZ >= BLI-MAX-AUTORIZ
005042         DISPLAY "BLI0061I ORIGAUT: SE ADMITEN HASTA "
005044             BLI-MAX-AUTORIZ
005046             " AUTORIZACIONES - EXCEDENTES IGNORADAS"
005048         GO TO 1078-SIGUIENTE
005050     END-IF.

005052     ADD 1 TO BLI-CANT-AUTORIZ.
005054     MOVE AUT-ORIGEN TO BLI-ADEF-ORIGEN(BLI-CANT-AUTORIZ).
005056     MOVE AUT-TABLA  TO BLI-ADEF-TABLA(BLI-CANT-AUTORIZ).
005058     MOVE AUT-CLAVE-UNICA TO BLI-ADEF-CLAVE(BLI-CANT-AUTORIZ).
005060     MOVE AUT-RANGO  TO BLI-ADEF-RANGO(BLI-CANT-AUTORIZ).

005062 1078-SIGUIENTE.
005064     READ ARCHIVO-AUTORIZACIONES
005066         AT END
005068             MOVE '10' TO BLI-EF-AUTORIZACIONES
005070     END-READ.
005072 1078-EXIT.
005074     EXIT.

005080*----------------------------------------------------------------
005090*   1080-ABRIR-AUDITORIA
005180     END-IF.

005190     PERFORM 1086-VALIDAR-EF-AUDITORIA THRU 1086-EXIT.
005195     MOVE 'Y' TO BLI-SW-AUDITORIA-ABIERTA.
005200 1080-EXIT.
005210     EXIT.

005270*   ARCHIVO-SALIDA. AUDITLOG ES EL UNICO REGISTRO DURABLE DE CADA
005280*   CLAVE BUSCADA; UN ERROR DE E/S SOBRE EL NO PUEDE QUEDAR
005290*   DESAPERCIBIDO, ASI QUE LA CORRIDA SE DETIENE DE INMEDIATO.
005293*   ANTES DE TERMINAR MARCA AUDITLOG COMO NO ABIERTO, ASI 9050
005296*   NO INTENTA GRABAR EL TRAILER SOBRE UN ARCHIVO QUE YA FALLO Y
005297*   EL BLOQUE DE LA CORRIDA QUEDA SIN TRAILER. LA GRABACION DEL
005298*   TRAILER MISMO NO SE CONTROLA AQUI SINO EN 9050, PORQUE OCURRE
005299*   CON 9000-FINALIZAR YA EN CURSO.
005300*----------------------------------------------------------------
005310 1086-VALIDAR-EF-AUDITORIA.
005320     IF BLI-EF-AUDITORIA NOT = '00'
005330         DISPLAY "BLI0020E ERROR DE E/S EN ARCHIVO-AUDITORIA - "
005340             "FILE STATUS " BLI-EF-AUDITORIA
005345         MOVE 'N' TO BLI-SW-AUDITORIA-ABIERTA
005350         MOVE 16 TO RETURN-CODE
005360         PERFORM 9000-FINALIZAR THRU 9000-EXIT
005370         STOP RUN
005570 1085-EXIT.
005580     EXIT.

005581*----------------------------------------------------------------
005582*   1087-VALIDAR-EF-SUSPENSO
005583*----------------------------------------------------------------
005584*   VERIFICA EL FILE STATUS DE ARCHIVO-SUSPENSO LUEGO DE CADA
005585*   OPEN Y DE CADA WRITE. UNA TRANSACCION RECHAZADA QUE NO LLEGA
005586*   AL SUSPENSO SE PIERDE PARA EL REENVIO: LA CORRIDA SE DETIENE
005587*   DE INMEDIATO, IGUAL QUE CON SALIDA.
005588*----------------------------------------------------------------
005589 1087-VALIDAR-EF-SUSPENSO.
005590     IF BLI-EF-SUSPENSO NOT = '00'
005591         DISPLAY "BLI0056E ERROR DE E/S EN ARCHIVO-SUSPENSO - "
005592             "FILE STATUS " BLI-EF-SUSPENSO
005593         MOVE 16 TO RETURN-CODE
005594         PERFORM 9000-FINALIZAR THRU 9000-EXIT
005595         STOP RUN
005596     END-IF.
005597 1087-EXIT.
005598     EXIT.

005599*----------------------------------------------------------------
005600*   1090-ACEPTAR-CLAVE
005610*----------------------------------------------------------------
005620*   EN MODO DE CLAVE UNICA, LE DA AL OPERADOR LA OPORTUNIDAD DE
008680*   EL TRABAJO DE MENOR PRIORIDAD. LAS PASADAS DE CLASES SIN
008681*   TRANSACCIONES SE SALTEAN SIN RELEER EL ARCHIVO, ASI UN
008682*   TRANSIN SIN PRIORIDADES SOLO PAGA LA PASADA DE CONTEO.
008683*   EN MODO ORDENADO, ENTRE EL CONTEO Y LAS PASADAS SE RESUELVEN
008684*   DE UNA VEZ LAS CLAVES QUE IRIAN POR READ DIRECTO (VER 3010).
008685*****************************************************************
008686 3000-PROCESAR-LOTE.
008687     PERFORM 3020-PRECONTAR-PRIORIDADES THRU 3020-EXIT.

008688     IF BLI-MODO-ORDENADO
008689         PERFORM 3010-PRERRESOLVER-LOTE THRU 3010-EXIT
008690     END-IF.

008691     PERFORM 3080-PROCESAR-UNA-PASADA THRU 3080-EXIT
008692         VARYING BLI-NUM-PASADA FROM 1 BY 1
008693         UNTIL BLI-NUM-PASADA > 3
008694            OR BLI-TIEMPO-AGOTADO.

008695     IF BLI-TIEMPO-AGOTADO
008696         PERFORM 3750-CONTAR-RESTANTES THRU 3750-EXIT
008697     END-IF.
008698 3000-EXIT.
008699     EXIT.

008700*****************************************************************
008701*   3010-PRERRESOLVER-LOTE
008702*----------------------------------------------------------------
008703*   MODO ORDENADO: PASA POR EL ORDENADOR LAS CLAVES DEL LOTE QUE
008704*   SE BUSCARIAN POR READ DIRECTO EN TABLAVSM. EL PROCEDIMIENTO
008705*   DE ENTRADA RELEE TRANSIN DESDE EL PRINCIPIO Y LIBERA TABLA +
008706*   CLAVE DE CADA UNA; EL DE SALIDA LAS RECIBE ORDENADAS Y
008707*   RESUELVE CADA CLAVE DISTINTA CON UN SOLO RECORRIDO HACIA
008708*   ADELANTE DE CADA TABLA. NO SE MIRA EL TOPE HORARIO: LAS
008709*   PASADAS LO CONTROLAN CLAVE POR CLAVE, COMO SIEMPRE, Y CADA
008710*   UNA REPOSICIONA TRANSIN POR SU CUENTA.
008711*****************************************************************
008712 3010-PRERRESOLVER-LOTE.
008713     CLOSE ARCHIVO-TRANSACCIONES.
008714     OPEN INPUT ARCHIVO-TRANSACCIONES.

008715     IF BLI-EF-TRANSACCIONES NOT = '00'
008716         DISPLAY "BLI0054E NO SE PUDO REPOSICIONAR TRANSIN - "
008717             "FILE STATUS " BLI-EF-TRANSACCIONES
008718         MOVE 16 TO RETURN-CODE
008719         PERFORM 9000-FINALIZAR THRU 9000-EXIT
008720         STOP RUN
008721     END-IF.

008722     SORT ARCHIVO-ORDEN
008723         ON ASCENDING KEY SRT-LLAVE
008724         INPUT PROCEDURE IS 3012-LIBERAR-CLAVES
008725             THRU 3012-EXIT
008726         OUTPUT PROCEDURE IS 3016-RESOLVER-ORDENADAS
008727             THRU 3016-EXIT.

008728     DISPLAY "BLI0066I MODO ORDENADO - CLAVES RESUELTAS: "
008729         BLI-ORD-CANT " TABLAS RECORRIDAS: " BLI-ORD-TABLAS
008730         " E/S DEL RECORRIDO: " BLI-ORD-LECT-SECUENCIALES.

008731     IF BLI-ORD-LLENA
008732         DISPLAY "BLI0067I LA TABLA DEL MODO ORDENADO SE LLENO - "
008733             "LAS CLAVES EXCEDENTES SE BUSCAN POR READ DIRECTO"
008734     END-IF.
008735 3010-EXIT.
008736     EXIT.

008737*----------------------------------------------------------------
008738*   3012-LIBERAR-CLAVES
008739*----------------------------------------------------------------
008740*   PROCEDIMIENTO DE ENTRADA DEL ORDENADOR: LIBERA TABLA + CLAVE
008741*   DE CADA TRANSACCION DE CLAVE UNICA CUYA TABLA ESTA DEFINIDA
008742*   Y SE BUSCARIA POR READ DIRECTO (NO LA QUE QUEDO EN MEMORIA
008743*   DE UNA CONSTRUCCION DE ESTA CORRIDA). LOS RANGOS, LAS TABLAS
008744*   NO DEFINIDAS Y LAS CLAVES NO NUMERICAS SIGUEN SU CAMINO DE
008745*   SIEMPRE. LOS RECHAZOS DE ORIGEN Y DE AUTORIZACION SE DECIDEN
008746*   RECIEN EN LAS PASADAS: ESAS CLAVES SE LIBERAN IGUAL Y SU
008747*   RESULTADO SIMPLEMENTE NO SE USA. EL CICLO ES POR GO TO
008748*   PORQUE EL RELEASE DEBE QUEDAR DENTRO DEL ALCANCE DEL
008749*   PROCEDIMIENTO.
008750*----------------------------------------------------------------
008751 3012-LIBERAR-CLAVES.
008752     PERFORM 3100-LEER-TRANSACCION THRU 3100-EXIT.
008753 3012-LIBERAR-UNA.
008754     IF BLI-FIN-TRANSACCIONES
008755         GO TO 3012-EXIT
008756     END-IF.

008757     IF NOT TRANS-TIPO-RANGO
008758     AND TRANS-CLAVE IS NUMERIC
008759         PERFORM 4020-SELECCIONAR-TABLA THRU 4020-EXIT
008760         IF BLI-TABLA-HALLADA
008761         AND BLI-TABLA-ACTUAL NOT = BLI-TABLA-EN-ARREGLO
008762             MOVE BLI-TABLA-ACTUAL TO SRT-TABLA
008763             MOVE TRANS-CLAVE      TO SRT-CLAVE
008764             RELEASE SRT-REGISTRO
008765         END-IF
008766     END-IF.

008767     PERFORM 3100-LEER-TRANSACCION THRU 3100-EXIT.
008768     GO TO 3012-LIBERAR-UNA.
008769 3012-EXIT.
008770     EXIT.

008771*----------------------------------------------------------------
008772*   3016-RESOLVER-ORDENADAS
008773*----------------------------------------------------------------
008774*   PROCEDIMIENTO DE SALIDA DEL ORDENADOR: RECIBE LAS CLAVES POR
008775*   TABLA Y CLAVE ASCENDENTE. LAS REPETICIONES DE UNA CLAVE
008776*   LLEGAN JUNTAS Y SOLO SE RESUELVE LA PRIMERA; CADA CAMBIO DE
008777*   TABLA EMPIEZA UN RECORRIDO NUEVO. LLENA LA TABLA BLI-ORD, EL
008778*   RESTO SOLO SE RECIBE PARA VACIAR EL ORDENADOR. EL CICLO ES
008779*   POR GO TO PORQUE EL RETURN DEBE QUEDAR DENTRO DEL ALCANCE
008780*   DEL PROCEDIMIENTO.
008781*----------------------------------------------------------------
008782 3016-RESOLVER-ORDENADAS.
008783     MOVE LOW-VALUES TO BLI-SEC-ULTIMA-LLAVE.
008784     MOVE SPACES     TO BLI-SEC-TABLA.
008785 3016-RETORNAR-UNA.
008786     RETURN ARCHIVO-ORDEN
008787         AT END
008788             GO TO 3016-EXIT
008789     END-RETURN.

008790     IF SRT-LLAVE = BLI-SEC-ULTIMA-LLAVE
008791     OR BLI-ORD-LLENA
008792         GO TO 3016-RETORNAR-UNA
008793     END-IF.

008794     MOVE SRT-LLAVE TO BLI-SEC-ULTIMA-LLAVE.

008795     IF BLI-ORD-CANT >= BLI-ORD-MAX
008796         MOVE 'Y' TO BLI-SW-ORD-LLENA
008797         GO TO 3016-RETORNAR-UNA
008798     END-IF.

008799     IF SRT-TABLA NOT = BLI-SEC-TABLA
008800         PERFORM 4710-EMPEZAR-TABLA-ORDENADA THRU 4710-EXIT
008801     END-IF.

008802     MOVE SRT-CLAVE TO BLI-CLAVE.
008803     PERFORM 4720-RESOLVER-CLAVE-ORDENADA THRU 4720-EXIT.
008804     GO TO 3016-RETORNAR-UNA.
008805 3016-EXIT.
008806     EXIT.

008807*----------------------------------------------------------------
008808*   3020-PRECONTAR-PRIORIDADES
008809*----------------------------------------------------------------
008810*   PRIMERA PASADA SOBRE TRANSIN: CUENTA LAS TRANSACCIONES DE
008811*   CADA CLASE DE PRIORIDAD. EL CONTEO DECIDE QUE PASADAS HACEN
008812*   FALTA Y PERMITE INFORMAR LAS RESTANTES POR CLASE AL CORTE
008813*   SIN RELEER EL ARCHIVO.
008814*----------------------------------------------------------------
008815 3020-PRECONTAR-PRIORIDADES.
008816     PERFORM 3100-LEER-TRANSACCION THRU 3100-EXIT.

008817     PERFORM 3030-CONTAR-UNA-PRIORIDAD THRU 3030-EXIT
008818         UNTIL BLI-FIN-TRANSACCIONES.

008819     IF BLI-PRE-ALTA > ZERO OR BLI-PRE-BAJA > ZERO
008820         DISPLAY "BLI0052I TRANSACCIONES POR PRIORIDAD - "
008821             "ALTAS: " BLI-PRE-ALTA
008822             " NORMALES: " BLI-PRE-NORMAL
008823             " BAJAS: " BLI-PRE-BAJA
008824     END-IF.
008825 3020-EXIT.
008826     EXIT.

008827*----------------------------------------------------------------
008828*   3030-CONTAR-UNA-PRIORIDAD
008829*----------------------------------------------------------------
008830 3030-CONTAR-UNA-PRIORIDAD.
008831     PERFORM 3040-NORMALIZAR-PRIORIDAD THRU 3040-EXIT.

008832     IF BLI-PRIORIDAD-TRANS = 'A'
008833         ADD 1 TO BLI-PRE-ALTA
008834     ELSE
008835         IF BLI-PRIORIDAD-TRANS = 'B'
008836             ADD 1 TO BLI-PRE-BAJA
008837         ELSE
008838             ADD 1 TO BLI-PRE-NORMAL
008839         END-IF
008840     END-IF.

008841     PERFORM 3100-LEER-TRANSACCION THRU 3100-EXIT.
008842 3030-EXIT.
008843     EXIT.

008844*----------------------------------------------------------------
008845*   3040-NORMALIZAR-PRIORIDAD
008846*----------------------------------------------------------------
008847*   DEJA EN BLI-PRIORIDAD-TRANS LA CLASE DE LA TRANSACCION EN
008848*   CURSO: 'A' O 'B' SI LO DICE TRANS-PRIORIDAD, 'N' EN
008849*   CUALQUIER OTRO CASO (INCLUIDO EL BLANCO DE LOS ARCHIVOS
008850*   EXISTENTES).
008851*----------------------------------------------------------------
008852 3040-NORMALIZAR-PRIORIDAD.
008853     IF TRANS-PRIORIDAD-ALTA
008854         MOVE 'A' TO BLI-PRIORIDAD-TRANS
008855     ELSE
008856         IF TRANS-PRIORIDAD-BAJA
008857             MOVE 'B' TO BLI-PRIORIDAD-TRANS
008858         ELSE
008859             MOVE 'N' TO BLI-PRIORIDAD-TRANS
008860         END-IF
008861     END-IF.
008862 3040-EXIT.
008863     EXIT.

008864*----------------------------------------------------------------
008865*   3080-PROCESAR-UNA-PASADA
008866*----------------------------------------------------------------
008867*   PASADA DE PROCESO DE UNA CLASE: REPOSICIONA TRANSIN AL
008868*   INICIO, SALTEA LAS TRANSACCIONES DE LA CLASE YA PROCESADAS
008869*   POR UNA CORRIDA INTERRUMPIDA (SEGUN EL CHECKPOINT) Y
008870*   PROCESA EL RESTO DE LA CLASE. UNA CLASE SIN TRANSACCIONES
008871*   NO RELEE EL ARCHIVO; UNA CLASE YA COMPLETA ANTES DEL CORTE
008872*   SE RELEE IGUAL, SOLO PARA QUE SUS SALTEADAS PASEN POR LA
008873*   VALIDACION DE ORIGEN Y EL CONSUMO POR CUOTA NO SE PIERDA.
008874*----------------------------------------------------------------
008875 3080-PROCESAR-UNA-PASADA.
008876     IF BLI-NUM-PASADA = 1
008877         MOVE 'A' TO BLI-CLASE-ACTUAL
008878         MOVE BLI-PRE-ALTA TO BLI-PRE-CLASE
008879         MOVE BLI-PROC-ALTA TO BLI-CLAVES-A-OMITIR
008880     END-IF.
008881     IF BLI-NUM-PASADA = 2
008882         MOVE 'N' TO BLI-CLASE-ACTUAL
008883         MOVE BLI-PRE-NORMAL TO BLI-PRE-CLASE
008884         MOVE BLI-PROC-NORMAL TO BLI-CLAVES-A-OMITIR
008885     END-IF.
008886     IF BLI-NUM-PASADA = 3
008887         MOVE 'B' TO BLI-CLASE-ACTUAL
008888         MOVE BLI-PRE-BAJA TO BLI-PRE-CLASE
008889         MOVE BLI-PROC-BAJA TO BLI-CLAVES-A-OMITIR
008890     END-IF.

008891     IF BLI-PRE-CLASE = ZERO
008892         GO TO 3080-EXIT
008893     END-IF.

008894     CLOSE ARCHIVO-TRANSACCIONES.
008895     OPEN INPUT ARCHIVO-TRANSACCIONES.

008896     IF BLI-EF-TRANSACCIONES NOT = '00'
008897         DISPLAY "BLI0054E NO SE PUDO REPOSICIONAR TRANSIN - "
008898             "FILE STATUS " BLI-EF-TRANSACCIONES
008899         MOVE 16 TO RETURN-CODE
008900         PERFORM 9000-FINALIZAR THRU 9000-EXIT
008901         STOP RUN
008902     END-IF.

008903     MOVE ZERO TO BLI-CONTADOR-OMISION.
008904     PERFORM 3100-LEER-TRANSACCION THRU 3100-EXIT.

008905*    CLASE COMPLETA EN LA CORRIDA INTERRUMPIDA: NO QUEDA NADA
008906*    POR PROCESAR, PERO SE RECORRE EL ARCHIVO SALTEANDO SUS
008907*    TRANSACCIONES PARA ACUMULAR EL CONSUMO POR ORIGEN.
008908     IF BLI-CLAVES-A-OMITIR >= BLI-PRE-CLASE
008909         PERFORM 3050-OMITIR-CLAVE-PROCESADA THRU 3050-EXIT
008910             UNTIL BLI-FIN-TRANSACCIONES
008911         GO TO 3080-EXIT
008912     END-IF.

008913     IF BLI-CLAVES-A-OMITIR > ZERO
008914         PERFORM 3050-OMITIR-CLAVE-PROCESADA THRU 3050-EXIT
008915             UNTIL BLI-CONTADOR-OMISION >= BLI-CLAVES-A-OMITIR
008916                OR BLI-FIN-TRANSACCIONES
008917     END-IF.

008918     PERFORM 3200-PROCESAR-UNA-CLAVE THRU 3200-EXIT
008919         UNTIL BLI-FIN-TRANSACCIONES
008920            OR BLI-TIEMPO-AGOTADO.
008921 3080-EXIT.
008922     EXIT.

008923*----------------------------------------------------------------
008924*   3050-OMITIR-CLAVE-PROCESADA
008925*----------------------------------------------------------------
008926*   SALTEA UNA TRANSACCION DE LA CLASE EN CURSO YA PROCESADA EN
008927*   LA CORRIDA INTERRUMPIDA (LAS DE OTRAS CLASES NO CUENTAN).
008928*   LAS SALTEADAS IGUAL PASAN POR LA VALIDACION DE ORIGEN, QUE
008929*   ES LA QUE ACUMULA LAS TRANSACCIONES USADAS POR ORIGEN: ASI
008930*   EL CONTROL DE CUOTA DIARIA SOBREVIVE AL REENVIO DEL JOB.
008931*   POR LA MISMA RAZON PASAN POR LA VERIFICACION DE AUTORIZACION:
008932*   ASI SE RECONSTRUYEN LAS DENEGADAS POR ORIGEN DEL CIERRE.
008933*----------------------------------------------------------------
008934 3050-OMITIR-CLAVE-PROCESADA.
008935     PERFORM 3040-NORMALIZAR-PRIORIDAD THRU 3040-EXIT.

008936     IF BLI-PRIORIDAD-TRANS = BLI-CLASE-ACTUAL
008937         ADD 1 TO BLI-CONTADOR-OMISION
008938         PERFORM 3150-VALIDAR-ORIGEN THRU 3150-EXIT
008939         IF BLI-ORIGEN-VALIDO
008940             PERFORM 3160-VALIDAR-AUTORIZACION THRU 3160-EXIT
008941             IF BLI-NO-AUTORIZADO
008942                 PERFORM 3165-CONTAR-DENEGACION THRU 3165-EXIT
008943             END-IF
008944         END-IF
008945     END-IF.

008946     PERFORM 3100-LEER-TRANSACCION THRU 3100-EXIT.
008947 3050-EXIT.
008948     EXIT.

008949*----------------------------------------------------------------
008950*   3100-LEER-TRANSACCION
008951*----------------------------------------------------------------
008952 3100-LEER-TRANSACCION.
008953     READ ARCHIVO-TRANSACCIONES
008954         AT END
008955             MOVE '10' TO BLI-EF-TRANSACCIONES
008956     END-READ.
008957 3100-EXIT.
008958     EXIT.

008959*----------------------------------------------------------------
008960*   3150-VALIDAR-ORIGEN
008961*----------------------------------------------------------------
008962*   VALIDA EL SISTEMA DE ORIGEN DE LA TRANSACCION EN CURSO
008963*   CONTRA EL MAESTRO CARGADO EN MEMORIA. SIN MAESTRO, O CON
008964*   ORIGEN EN BLANCO (ARCHIVOS HISTORICOS), LA TRANSACCION VALE
008965*   COMO SIEMPRE. UN ORIGEN REGISTRADO Y ACTIVO ACUMULA ADEMAS
008966*   SU CONSUMO PARA EL CONTROL DE CUOTA DIARIA.
008967*----------------------------------------------------------------
008968 3150-VALIDAR-ORIGEN.
008969     MOVE 'Y' TO BLI-SW-ORIGEN-VALIDO.

008970     IF NOT BLI-HAY-ORIGENES
008971     OR TRANS-SISTEMA-ORIGEN = SPACES
008972         GO TO 3150-EXIT
008973     END-IF.

008974     PERFORM 3155-BUSCAR-ORIGEN THRU 3155-EXIT.

008975     IF NOT BLI-ORIGEN-HALLADO
008976         MOVE 'N' TO BLI-SW-ORIGEN-VALIDO
008977         GO TO 3150-EXIT
008978     END-IF.

008979     IF BLI-ODEF-ESTADO(BLI-IDX-ORIGEN) NOT = 'A'
008980         MOVE 'N' TO BLI-SW-ORIGEN-VALIDO
008981         GO TO 3150-EXIT
008982     END-IF.

008983     ADD 1 TO BLI-ODEF-USADAS(BLI-IDX-ORIGEN).
008984 3150-EXIT.
008985     EXIT.

008986*----------------------------------------------------------------
008987*   3155-BUSCAR-ORIGEN
008988*----------------------------------------------------------------
008989 3155-BUSCAR-ORIGEN.
008990     MOVE 'N' TO BLI-SW-ORIGEN-HALLADO.

008991     PERFORM 3156-COMPARAR-ORIGEN THRU 3156-EXIT
008992         VARYING BLI-IDX-ORIGEN FROM 1 BY 1
008993         UNTIL BLI-IDX-ORIGEN > BLI-CANT-ORIGENES
008994            OR BLI-ORIGEN-HALLADO.

008995     IF BLI-ORIGEN-HALLADO
008996         SUBTRACT 1 FROM BLI-IDX-ORIGEN
008997     END-IF.
008998 3155-EXIT.
008999     EXIT.

009000*----------------------------------------------------------------
009001*   3156-COMPARAR-ORIGEN
009002*----------------------------------------------------------------
009003 3156-COMPARAR-ORIGEN.
009004     IF BLI-ODEF-CODIGO(BLI-IDX-ORIGEN) = TRANS-SISTEMA-ORIGEN
009005         MOVE 'Y' TO BLI-SW-ORIGEN-HALLADO
009006     END-IF.
009007 3156-EXIT.
009008     EXIT.

009009*----------------------------------------------------------------
009010*   3160-VALIDAR-AUTORIZACION
009011*----------------------------------------------------------------
009012*   VERIFICA QUE EL ORIGEN DE LA TRANSACCION EN CURSO (YA
009013*   VALIDADO POR 3150-VALIDAR-ORIGEN) PUEDA CONSULTAR LA TABLA
009014*   PEDIDA CON ESE TIPO DE TRANSACCION: UNA CONSULTA DE RANGO
009015*   NECESITA AUT-RANGO Y UNA BUSQUEDA DE CLAVE AUT-CLAVE-UNICA.
009016*   UN PAR ORIGEN + TABLA QUE NO FIGURA EN ORIGAUT NO ESTA
009017*   AUTORIZADO. SIN ORIGAUT, O CON ORIGEN EN BLANCO (ARCHIVOS
009018*   HISTORICOS), LA TRANSACCION VALE COMO SIEMPRE.
009019*----------------------------------------------------------------
009020 3160-VALIDAR-AUTORIZACION.
009021     MOVE 'Y' TO BLI-SW-AUTORIZADO.

009022     IF NOT BLI-HAY-AUTORIZ
009023     OR TRANS-SISTEMA-ORIGEN = SPACES
009024         GO TO 3160-EXIT
009025     END-IF.

009026     IF TRANS-TABLA-ID = SPACES
009027         MOVE BLI-TDEF-ID(1) TO BLI-TABLA-AUTORIZ
009028     ELSE
009029         MOVE TRANS-TABLA-ID TO BLI-TABLA-AUTORIZ
009030     END-IF.

009031     MOVE 'N' TO BLI-SW-AUTORIZ-HALLADA.

009032     PERFORM 3161-COMPARAR-AUTORIZACION THRU 3161-EXIT
009033         VARYING BLI-IDX-AUTORIZ FROM 1 BY 1
009034         UNTIL BLI-IDX-AUTORIZ > BLI-CANT-AUTORIZ
009035            OR BLI-AUTORIZ-HALLADA.

009036     IF NOT BLI-AUTORIZ-HALLADA
009037         MOVE 'N' TO BLI-SW-AUTORIZADO
009038         GO TO 3160-EXIT
009039     END-IF.

009040     SUBTRACT 1 FROM BLI-IDX-AUTORIZ.

009041     IF TRANS-TIPO-RANGO
009042         IF BLI-ADEF-RANGO(BLI-IDX-AUTORIZ) NOT = 'S'
009043             MOVE 'N' TO BLI-SW-AUTORIZADO
009044         END-IF
009045     ELSE
009046         IF BLI-ADEF-CLAVE(BLI-IDX-AUTORIZ) NOT = 'S'
009047             MOVE 'N' TO BLI-SW-AUTORIZADO
009048         END-IF
009049     END-IF.
009050 3160-EXIT.
009051     EXIT.

009052*----------------------------------------------------------------
009053*   3161-COMPARAR-AUTORIZACION
009054*----------------------------------------------------------------
009055 3161-COMPARAR-AUTORIZACION.
009056     IF BLI-ADEF-ORIGEN(BLI-IDX-AUTORIZ) = TRANS-SISTEMA-ORIGEN
009057     AND BLI-ADEF-TABLA(BLI-IDX-AUTORIZ) = BLI-TABLA-AUTORIZ
009058         MOVE 'Y' TO BLI-SW-AUTORIZ-HALLADA
009059     END-IF.
009060 3161-EXIT.
009061     EXIT.

009062*----------------------------------------------------------------
009063*   3165-CONTAR-DENEGACION
009064*----------------------------------------------------------------
009065*   SUMA UNA TRANSACCION DENEGADA AL TOTAL Y A SU ORIGEN.
009066*----------------------------------------------------------------
009067 3165-CONTAR-DENEGACION.
009068     ADD 1 TO BLI-TOTAL-NO-AUTORIZ.

009069     PERFORM 3166-COMPARAR-DENEGACION THRU 3166-EXIT
009070         VARYING BLI-IDX-DENEGACION FROM 1 BY 1
009071         UNTIL BLI-IDX-DENEGACION > BLI-CANT-DENEGACIONES
009072            OR BLI-DEN-ORIGEN(BLI-IDX-DENEGACION)
009073                 = TRANS-SISTEMA-ORIGEN.

009074     IF BLI-IDX-DENEGACION <= BLI-CANT-DENEGACIONES
009075         ADD 1 TO BLI-DEN-CANTIDAD(BLI-IDX-DENEGACION)
009076         GO TO 3165-EXIT
009077     END-IF.

009078     IF BLI-CANT-DENEGACIONES >= BLI-MAX-DENEGACIONES
009079         ADD 1 TO BLI-DEN-EXCEDENTES
009080         GO TO 3165-EXIT
009081     END-IF.

009082     ADD 1 TO BLI-CANT-DENEGACIONES.
009083     MOVE TRANS-SISTEMA-ORIGEN
009084         TO BLI-DEN-ORIGEN(BLI-CANT-DENEGACIONES).
009085     MOVE 1 TO BLI-DEN-CANTIDAD(BLI-CANT-DENEGACIONES).
009086 3165-EXIT.
009087     EXIT.

009088*----------------------------------------------------------------
009089*   3166-COMPARAR-DENEGACION
009090*----------------------------------------------------------------
009091*   PARRAFO VACIO: EL VARYING QUE LO PERFORMA SOLO AVANZA EL
009092*   SUBINDICE HASTA HALLAR EL ORIGEN O AGOTAR LA TABLA.
009093*----------------------------------------------------------------
009094 3166-COMPARAR-DENEGACION.
009095     CONTINUE.
009096 3166-EXIT.
009097     EXIT.

009098*----------------------------------------------------------------
009099*   3200-PROCESAR-UNA-CLAVE
009100*----------------------------------------------------------------
009101*   ANTES DE DESPACHAR LA TRANSACCION SE VALIDA SU SISTEMA DE
009102*   ORIGEN CONTRA EL MAESTRO: UNA TRANSACCION DE UN ORIGEN NO
009103*   REGISTRADO O INACTIVO NO SE BUSCA Y SE RESPONDE COMO
009104*   "ORIG INVALIDO", CON SU CHECKPOINT Y SU CONTROL DE TIEMPO
009105*   IGUAL QUE CUALQUIER OTRA.
009106*   SI EL ORIGEN ES VALIDO SE VERIFICA ADEMAS QUE ESTE
009107*   AUTORIZADO A CONSULTAR ESA TABLA CON ESE TIPO DE
009108*   TRANSACCION; SI NO, SE RESPONDE "NO AUTORIZADO".
009109*----------------------------------------------------------------
009110 3200-PROCESAR-UNA-CLAVE.
009111*    LAS TRANSACCIONES DE OTRA CLASE SE SALTEAN SIN PROCESO NI
009112*    CHECKPOINT: LAS TOMA (O LAS TOMO) SU PROPIA PASADA.
009113     PERFORM 3040-NORMALIZAR-PRIORIDAD THRU 3040-EXIT.

009114     IF BLI-PRIORIDAD-TRANS NOT = BLI-CLASE-ACTUAL
009115         GO TO 3200-SIGUIENTE
009116     END-IF.

009117     ADD 1 TO BLI-TOTAL-CLAVES.
009118     PERFORM 3045-CONTAR-CLASE-PROCESADA THRU 3045-EXIT.

009119     PERFORM 3150-VALIDAR-ORIGEN THRU 3150-EXIT.

009120     IF BLI-ORIGEN-INVALIDO
009121         PERFORM 3460-RECHAZAR-ORIGEN THRU 3460-EXIT
009122         GO TO 3200-FINAL
009123     END-IF.
009124     PERFORM 3160-VALIDAR-AUTORIZACION THRU 3160-EXIT.

009125     IF BLI-NO-AUTORIZADO
009126         PERFORM 3470-RECHAZAR-AUTORIZACION THRU 3470-EXIT
009127         GO TO 3200-FINAL
009128     END-IF.

009129     IF TRANS-TIPO-RANGO
009130         PERFORM 3600-PROCESAR-RANGO THRU 3600-EXIT
009131     ELSE
009132         PERFORM 4020-SELECCIONAR-TABLA THRU 4020-EXIT
009133         IF BLI-TABLA-HALLADA
009134             MOVE TRANS-CLAVE TO BLI-CLAVE
009135             PERFORM 3500-BUSCAR-EN-CACHE THRU 3500-EXIT
009136             IF BLI-CACHE-HALLADA
009137                 MOVE 'Y' TO BLI-SW-ES-DUPLICADA
009138                 ADD 1 TO BLI-TOTAL-DUPLICADAS
009139                 PERFORM 3520-REUSAR-RESULTADO THRU 3520-EXIT
009140                 PERFORM 4950-GRABAR-AUDITORIA THRU 4950-EXIT
009141                 PERFORM 3300-ESCRIBIR-RESULTADO THRU 3300-EXIT
009142             ELSE
009143                 MOVE 'N' TO BLI-SW-ES-DUPLICADA
009144                 MOVE 'N' TO BLI-SW-ENCONTRADO
009145                 MOVE 1 TO BLI-INDICE-BUSQUEDA
009146                 PERFORM 4000-BUSCAR-CLAVE THRU 4000-EXIT
009147                 PERFORM 4950-GRABAR-AUDITORIA THRU 4950-EXIT
009148                 PERFORM 3300-ESCRIBIR-RESULTADO THRU 3300-EXIT
009149                 PERFORM 3550-GUARDAR-EN-CACHE THRU 3550-EXIT
009150             END-IF
009151         ELSE
009152             PERFORM 3450-RECHAZAR-TABLA THRU 3450-EXIT
009153         END-IF
009154     END-IF.

009155 3200-FINAL.
009156     PERFORM 3250-GRABAR-CHECKPOINT-LOTE THRU 3250-EXIT.

009157     PERFORM 3700-CONTROLAR-TIEMPO THRU 3700-EXIT.

009158 3200-SIGUIENTE.
009159     PERFORM 3100-LEER-TRANSACCION THRU 3100-EXIT.
009160 3200-EXIT.
009161     EXIT.

009162*----------------------------------------------------------------
009163*   3045-CONTAR-CLASE-PROCESADA
009164*----------------------------------------------------------------
009165 3045-CONTAR-CLASE-PROCESADA.
009166     IF BLI-CLASE-ACTUAL = 'A'
009167         ADD 1 TO BLI-PROC-ALTA
009168     END-IF.
009169     IF BLI-CLASE-ACTUAL = 'N'
009170         ADD 1 TO BLI-PROC-NORMAL
009171     END-IF.
009172     IF BLI-CLASE-ACTUAL = 'B'
009173         ADD 1 TO BLI-PROC-BAJA
009174     END-IF.
009175 3045-EXIT.
009176     EXIT.

009177*----------------------------------------------------------------
009178*   3250-GRABAR-CHECKPOINT-LOTE
009179*----------------------------------------------------------------
009180 3250-GRABAR-CHECKPOINT-LOTE.
009181     OPEN OUTPUT ARCHIVO-CHECKPOINT.
009182     MOVE 'S'             TO CKPT-TIPO.
009183     MOVE SPACES          TO CKPT-TABLA-ID.
009184     MOVE ZERO            TO CKPT-IDX.
009185     MOVE ZERO            TO CKPT-IMPAR.
009186     MOVE BLI-TOTAL-CLAVES TO CKPT-CLAVES-PROCESADAS.
009187     MOVE BLI-TOTAL-ENCONTRADAS    TO CKPT-ENCONTRADAS.
009188     MOVE BLI-TOTAL-NO-ENCONTRADAS TO CKPT-NO-ENCONTRADAS.
009189     MOVE BLI-TOTAL-INVALIDAS      TO CKPT-INVALIDAS.
009190     MOVE BLI-SUMA-POSICIONES      TO CKPT-SUMA-POSICIONES.
009191     MOVE BLI-POSICION-MINIMA      TO CKPT-POSICION-MINIMA.
009192     MOVE BLI-POSICION-MAXIMA      TO CKPT-POSICION-MAXIMA.
009193     MOVE BLI-TOTAL-RANGOS         TO CKPT-RANGOS.
009194     MOVE BLI-TOTAL-DUPLICADAS     TO CKPT-DUPLICADAS.
009195     MOVE BLI-TOTAL-ORIGEN-INV     TO CKPT-ORIGEN-INV.
009196     MOVE BLI-PROC-ALTA            TO CKPT-PROC-ALTA.
009197     MOVE BLI-PROC-NORMAL          TO CKPT-PROC-NORMAL.
009198     MOVE BLI-PROC-BAJA            TO CKPT-PROC-BAJA.
009199     WRITE REG-CHECKPOINT.
009200     CLOSE ARCHIVO-CHECKPOINT.
009201 3250-EXIT.
009202     EXIT.

009203*----------------------------------------------------------------
009204*   3700-CONTROLAR-TIEMPO
009205*----------------------------------------------------------------
009206*   AL TERMINAR CADA CLAVE (CON SU RENGLON, SU AUDITORIA Y SU
009207*   CHECKPOINT YA GRABADOS) COMPARA LA HORA ACTUAL CONTRA EL
009208*   TOPE DE LA VENTANA. ALCANZADO EL TOPE, EL LOTE SE DETIENE EN
009209*   ESTE LIMITE DE CLAVE: UNA PARADA CONTROLADA ES MAS SEGURA
009210*   QUE UN CANCEL DEL OPERADOR A MITAD DE UNA CLAVE.
009211*----------------------------------------------------------------
009212 3700-CONTROLAR-TIEMPO.
009213     IF BLI-HORA-TOPE = ZERO
009214         GO TO 3700-EXIT
009215     END-IF.

009216     ACCEPT BLI-HORA-TRABAJO FROM TIME.

009217     IF BLI-HORA-ACTUAL >= BLI-HORA-TOPE
009218         MOVE 'Y' TO BLI-SW-TIEMPO-AGOTADO
009219         DISPLAY "BLI0029I TOPE HORARIO ALCANZADO ("
009220             BLI-HORA-ACTUAL ") - EL LOTE SE DETIENE EN EL "
009221             "LIMITE DE CLAVE"
009222     END-IF.
009223 3700-EXIT.
009224     EXIT.

009225*----------------------------------------------------------------
009226*   3750-CONTAR-RESTANTES
009227*----------------------------------------------------------------
009228*   CON EL LOTE DETENIDO POR TOPE HORARIO, CALCULA CUANTAS
009229*   CLAVES QUEDAN PARA LA PROXIMA VENTANA, DESGLOSADAS POR CLASE
009230*   DE PRIORIDAD: LA DIFERENCIA ENTRE EL CONTEO PREVIO DE CADA
009231*   CLASE Y LO PROCESADO DE ELLA (INCLUIDO LO DE CORRIDAS
009232*   ANTERIORES RESTAURADO DEL CHECKPOINT), SIN RELEER TRANSIN.
009233*----------------------------------------------------------------
009234 3750-CONTAR-RESTANTES.
009235     COMPUTE BLI-REST-ALTA   = BLI-PRE-ALTA   - BLI-PROC-ALTA.
009236     COMPUTE BLI-REST-NORMAL = BLI-PRE-NORMAL - BLI-PROC-NORMAL.
009237     COMPUTE BLI-REST-BAJA   = BLI-PRE-BAJA   - BLI-PROC-BAJA.
009238     COMPUTE BLI-CLAVES-RESTANTES =
009239         BLI-REST-ALTA + BLI-REST-NORMAL + BLI-REST-BAJA.
009240 3750-EXIT.
009241     EXIT.

009242*----------------------------------------------------------------
009243*   3800-GRABAR-SUSPENSO
009244*----------------------------------------------------------------
009245*   GRABA EN SUSPENSO LA TRANSACCION EN CURSO, COMPLETA Y SIN
009246*   TOCAR, CON EL MOTIVO QUE DEJO EL PARRAFO DE RECHAZO. LA
009247*   FECHA DE PRIMER RECHAZO SALE CON LA DEL DIA: SI LA PARTIDA
009248*   YA HABIA PASADO POR EL SUSPENSO, MANTENEDORSUSPENSO LE
009249*   DEVUELVE LA ORIGINAL AL INCORPORARLA.
009250*----------------------------------------------------------------
009251 3800-GRABAR-SUSPENSO.
009252     MOVE SPACES TO REG-SUSPENSO.
009253     MOVE REG-TRANSACCION     TO SUS-TRANSACCION.
009254     MOVE BLI-MOTIVO-SUSPENSO TO SUS-MOTIVO.
009255     ACCEPT SUS-FECHA-RECHAZO FROM DATE YYYYMMDD.
009256     MOVE SUS-FECHA-RECHAZO   TO SUS-FECHA-ULTIMO.
009257     MOVE 1                   TO SUS-RECHAZOS.
009258     MOVE 'P'                 TO SUS-ESTADO.
009259     MOVE ZERO                TO SUS-FECHA-LIBERACION.
009260     WRITE REG-SUSPENSO.
009261     PERFORM 1087-VALIDAR-EF-SUSPENSO THRU 1087-EXIT.
009262     ADD 1 TO BLI-TOTAL-SUSPENSO.
009263 3800-EXIT.
009264     EXIT.

009265*****************************************************************
009266*   3600-PROCESAR-RANGO
009267*----------------------------------------------------------------
009268*   RESPONDE UNA TRANSACCION DE RANGO: SE POSICIONA EN TABLAVSM
009269*   EN LA PRIMERA CLAVE NO MENOR QUE LA CLAVE DESDE Y LEE EN
009270*   SECUENCIA HASTA PASAR LA CLAVE HASTA, CONTANDO LOS ELEMENTOS
009271*   CARGADOS Y RETENIENDO EL PRIMERO Y EL ULTIMO HALLADOS. UN
009272*   RANGO CON CLAVES NO NUMERICAS O CON LA CLAVE DESDE MAYOR QUE
009273*   LA HASTA SE RECHAZA COMO INVALIDO, IGUAL QUE UNA CLAVE
009274*   INVALIDA DE BUSQUEDA. LAS CONSULTAS DE RANGO NO SE GRABAN
009275*   EN AUDITLOG A PROPOSITO: LA AUDITORIA ES UN HISTORICO POR
009276*   CLAVE BUSCADA (UN REGISTRO = UNA CLAVE Y SU RESULTADO) Y
009277*   REPORTEAUDITORIA ACUMULA SOBRE ESA BASE; UN RANGO NO ES UNA
009278*   BUSQUEDA DE CLAVE Y DISTORSIONARIA ESAS ESTADISTICAS.
009279*****************************************************************
009280 3600-PROCESAR-RANGO.
009281     IF TRANS-CLAVE NOT NUMERIC
009282     OR TRANS-CLAVE-HASTA NOT NUMERIC
009283         PERFORM 3690-RECHAZAR-RANGO THRU 3690-EXIT
009284         GO TO 3600-EXIT
009285     END-IF.

009286     IF TRANS-CLAVE > TRANS-CLAVE-HASTA
009287         PERFORM 3690-RECHAZAR-RANGO THRU 3690-EXIT
009288         GO TO 3600-EXIT
009289     END-IF.

009290     PERFORM 4020-SELECCIONAR-TABLA THRU 4020-EXIT.
009291     IF NOT BLI-TABLA-HALLADA
009292         PERFORM 3692-RECHAZAR-TABLA-RANGO THRU 3692-EXIT
009293         GO TO 3600-EXIT
009294     END-IF.

009295     MOVE TRANS-CLAVE       TO BLI-RANGO-DESDE.
009296     MOVE TRANS-CLAVE-HASTA TO BLI-RANGO-HASTA.
009297     MOVE ZERO TO BLI-RANGO-CANTIDAD.
009298     MOVE ZERO TO BLI-RANGO-PRIMERO.
009299     MOVE ZERO TO BLI-RANGO-ULTIMO.
009300     MOVE 'N'  TO BLI-SW-FIN-RANGO.

009301     MOVE BLI-TABLA-ACTUAL TO TAB-TABLA-ID.
009302     MOVE BLI-RANGO-DESDE TO TAB-ELEMENTO.
009303     START ARCHIVO-TABLA KEY NOT LESS THAN TAB-CLAVE
009304         INVALID KEY
009305             MOVE 'Y' TO BLI-SW-FIN-RANGO
009306     END-START.

009307     IF NOT BLI-FIN-RANGO
009308         IF BLI-EF-TABLA NOT = '00'
009309             DISPLAY "BLI0016E ERROR DE E/S EN ARCHIVO-TABLA - "
009310                 "FILE STATUS " BLI-EF-TABLA
009311             MOVE 16 TO RETURN-CODE
009312             PERFORM 9000-FINALIZAR THRU 9000-EXIT
009313             STOP RUN
009314         END-IF
009315         PERFORM 3650-LEER-SIGUIENTE-RANGO THRU 3650-EXIT
009316         PERFORM 3660-ACUMULAR-RANGO THRU 3660-EXIT
009317             UNTIL BLI-FIN-RANGO
009318     END-IF.

009319     ADD 1 TO BLI-TOTAL-RANGOS.

009320     MOVE BLI-RANGO-DESDE    TO LR-DESDE.
009321     MOVE BLI-RANGO-HASTA    TO LR-HASTA.
009322     MOVE BLI-RANGO-CANTIDAD TO LR-CANTIDAD.
009323     MOVE BLI-RANGO-PRIMERO  TO LR-PRIMERO.
009324     MOVE BLI-RANGO-ULTIMO   TO LR-ULTIMO.
009325     MOVE BLI-TABLA-ACTUAL   TO LR-TABLA.
009326     MOVE TRANS-SISTEMA-ORIGEN TO LR-ORIGEN.
009327     MOVE TRANS-ID-SOLICITUD   TO LR-SOLICITUD.
009328     MOVE BLI-PRIORIDAD-TRANS  TO LR-PRIORIDAD.
009329     PERFORM 3694-GRABAR-LINEA-RANGO THRU 3694-EXIT.
009330     PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT.
009331 3600-EXIT.
009332     EXIT.

009333*----------------------------------------------------------------
009334*   3650-LEER-SIGUIENTE-RANGO
009335*----------------------------------------------------------------
009336*   AVANZA AL SIGUIENTE REGISTRO DE LA TABLA; EL RANGO TERMINA AL
009337*   AGOTARSE EL ARCHIVO O AL LEER UNA CLAVE MAYOR QUE LA CLAVE
009338*   HASTA.
009339*----------------------------------------------------------------
009340 3650-LEER-SIGUIENTE-RANGO.
009341     READ ARCHIVO-TABLA NEXT RECORD
009342         AT END
009343             MOVE 'Y' TO BLI-SW-FIN-RANGO
009344         NOT AT END
009345         IF TAB-TABLA-ID NOT = BLI-TABLA-ACTUAL
009346         OR TAB-ELEMENTO > BLI-RANGO-HASTA
009347                 MOVE 'Y' TO BLI-SW-FIN-RANGO
009348             END-IF
009349     END-READ.
009350 3650-EXIT.
009351     EXIT.

009352*----------------------------------------------------------------
009353*   3660-ACUMULAR-RANGO
009354*----------------------------------------------------------------
009355*   ACUMULA EL ELEMENTO LEIDO DENTRO DEL RANGO. EL REGISTRO DE
009356*   CONTROL (CLAVE 0000000) NO ES UN ELEMENTO DE DATOS Y SE
009357*   SALTEA SI EL RANGO ARRANCA EN CERO.
009358*----------------------------------------------------------------
009359 3660-ACUMULAR-RANGO.
009360     IF TAB-ELEMENTO NOT = ZERO
009361         ADD 1 TO BLI-RANGO-CANTIDAD
009362         IF BLI-RANGO-PRIMERO = ZERO
009363             MOVE TAB-ELEMENTO TO BLI-RANGO-PRIMERO
009364         END-IF
009365         MOVE TAB-ELEMENTO TO BLI-RANGO-ULTIMO
009366     END-IF.

009367     PERFORM 3650-LEER-SIGUIENTE-RANGO THRU 3650-EXIT.
009368 3660-EXIT.
009369     EXIT.

009370*----------------------------------------------------------------
009371*   3690-RECHAZAR-RANGO
009372*----------------------------------------------------------------
009373*   RANGO CON CLAVES NO NUMERICAS O CON LA CLAVE DESDE MAYOR QUE
009374*   LA HASTA.
009375*----------------------------------------------------------------
009376 3690-RECHAZAR-RANGO.
009377     MOVE "RANGO INVALIDO" TO LRI-ESTADO.
009378     MOVE 'RI' TO BLI-MOTIVO-SUSPENSO.
009379     PERFORM 3698-ESCRIBIR-RANGO-RECHAZADO THRU 3698-EXIT.
009380 3690-EXIT.
009381     EXIT.

009382*----------------------------------------------------------------
009383*   3692-RECHAZAR-TABLA-RANGO
009384*----------------------------------------------------------------
009385*   RANGO QUE PIDE UNA TABLA NO DEFINIDA EN PARMCTL: SE INFORMA
009386*   "TABLA ERRONEA" IGUAL QUE EN LAS BUSQUEDAS DE CLAVE UNICA,
009387*   PARA QUE EL ANALISTA DISTINGA UN IDENTIFICADOR MAL TIPEADO
009388*   DE UN PAR DE CLAVES MAL ARMADO.
009389*----------------------------------------------------------------
009390 3692-RECHAZAR-TABLA-RANGO.
009391     MOVE "TABLA ERRONEA" TO LRI-ESTADO.
009392     MOVE 'TE' TO BLI-MOTIVO-SUSPENSO.
009393     PERFORM 3698-ESCRIBIR-RANGO-RECHAZADO THRU 3698-EXIT.
009394 3692-EXIT.
009395     EXIT.

009396*----------------------------------------------------------------
009397*   3694-GRABAR-LINEA-RANGO / 3696-GRABAR-RANGO-RECHAZADO
009398*----------------------------------------------------------------
009399*   GRABAN EN SALIDA EL RENGLON DE UN RANGO, RESUELTO O
009400*   RECHAZADO, Y LO CUENTAN PARA EL TRAILER DE AUDITLOG: LOS
009401*   RANGOS NO SE AUDITAN, ASI QUE SIN ESTA CUENTA LOS DETALLES
009402*   DEL BLOQUE NO SE PODRIAN CUADRAR CONTRA RUN-CLAVES. EL FILE
009403*   STATUS LO VALIDA QUIEN LOS PERFORMA, CON 1085.
009404*----------------------------------------------------------------
009405 3694-GRABAR-LINEA-RANGO.
009406     ADD 1 TO BLI-AUD-RANGOS.
009407     WRITE REG-SALIDA FROM BLI-LINEA-RANGO.
009408 3694-EXIT.
009409     EXIT.

009410 3696-GRABAR-RANGO-RECHAZADO.
009411     ADD 1 TO BLI-AUD-RANGOS.
009412     WRITE REG-SALIDA FROM BLI-LINEA-RANGO-INVALIDO.
009413 3696-EXIT.
009414     EXIT.

009415*----------------------------------------------------------------
009416*   3698-ESCRIBIR-RANGO-RECHAZADO
009417*----------------------------------------------------------------
009418*   RENGLON COMUN DE RANGO RECHAZADO, CON LA TABLA PEDIDA Y LA
009419*   REFERENCIA DEL SOLICITANTE PARA PODER DEVOLVERLO AL EQUIPO
009420*   DE ORIGEN. CUENTA COMO INVALIDA PARA EL RETURN-CODE.
009421*----------------------------------------------------------------
009422 3698-ESCRIBIR-RANGO-RECHAZADO.
009423     ADD 1 TO BLI-TOTAL-INVALIDAS.
009424     PERFORM 3800-GRABAR-SUSPENSO THRU 3800-EXIT.
009425     MOVE TRANS-CLAVE          TO LRI-DESDE.
009426     MOVE TRANS-CLAVE-HASTA    TO LRI-HASTA.
009427     MOVE TRANS-TABLA-ID       TO LRI-TABLA.
009428     MOVE TRANS-SISTEMA-ORIGEN TO LRI-ORIGEN.
009429     MOVE TRANS-ID-SOLICITUD   TO LRI-SOLICITUD.
009430     MOVE BLI-PRIORIDAD-TRANS  TO LRI-PRIORIDAD.
009431     PERFORM 3696-GRABAR-RANGO-RECHAZADO THRU 3696-EXIT.
009432     PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT.
009433 3698-EXIT.
009434     EXIT.

009435*----------------------------------------------------------------
009436*   3300-ESCRIBIR-RESULTADO
009437*----------------------------------------------------------------
009438 3300-ESCRIBIR-RESULTADO.
009439     MOVE BLI-CLAVE TO LS-CLAVE.
009440     MOVE BLI-TABLA-ACTUAL TO LS-TABLA.
009441     MOVE TRANS-SISTEMA-ORIGEN TO LS-ORIGEN.
009442     MOVE TRANS-ID-SOLICITUD   TO LS-SOLICITUD.
009443     MOVE BLI-PRIORIDAD-TRANS  TO LS-PRIORIDAD.
009444     MOVE BLI-MODO-EFECTIVO TO LS-MODO.
009445     MOVE BLI-CONTADOR-COMPARACIONES TO LS-COMPARACIONES.

009446     IF BLI-ES-DUPLICADA
009447         MOVE 'S' TO LS-DUPLICADA
009448     ELSE
009449         MOVE 'N' TO LS-DUPLICADA
009450     END-IF.

009451     IF BLI-CLAVE-INVALIDA
009452         MOVE "INVALIDA"      TO LS-ESTADO
009453         MOVE ZERO TO LS-POSICION
009454         ADD 1 TO BLI-TOTAL-INVALIDAS
009455         MOVE 'CI' TO BLI-MOTIVO-SUSPENSO
009456         PERFORM 3800-GRABAR-SUSPENSO THRU 3800-EXIT
009457         IF NOT BLI-ES-DUPLICADA
009458             PERFORM 3400-INFORMAR-VECINOS THRU 3400-EXIT
009459         END-IF
009460     ELSE
009461         IF BLI-CLAVE-ENCONTRADA
009462             MOVE "ENCONTRADA"    TO LS-ESTADO
009463             MOVE BLI-INDICE-HALLADO TO LS-POSICION
009464             ADD 1 TO BLI-TOTAL-ENCONTRADAS
009465             PERFORM 3350-ACUMULAR-POSICION THRU 3350-EXIT
009466             MOVE SPACES TO LS-VECINO-INF
009467             MOVE SPACES TO LS-DIST-INF
009468             MOVE SPACES TO LS-VECINO-SUP
009469             MOVE SPACES TO LS-DIST-SUP
009470         ELSE
009471             MOVE "NO ENCONTRADA" TO LS-ESTADO
009472             MOVE ZERO TO LS-POSICION
009473             ADD 1 TO BLI-TOTAL-NO-ENCONTRADAS
009474             IF NOT BLI-ES-DUPLICADA
009475                 PERFORM 3400-INFORMAR-VECINOS THRU 3400-EXIT
009476             END-IF
009477         END-IF
009478     END-IF.

009479     WRITE REG-SALIDA FROM BLI-LINEA-SALIDA.
009480     PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT.
009481 3300-EXIT.
009482     EXIT.

009483*----------------------------------------------------------------
009484*   3350-ACUMULAR-POSICION
009485*----------------------------------------------------------------
009486*   ACTUALIZA LA SUMA Y LOS EXTREMOS DE LAS POSICIONES HALLADAS
009487*   PARA EL REPORTE ESTADISTICO DE FIN DE CORRIDA.
009488*----------------------------------------------------------------
009489 3350-ACUMULAR-POSICION.
009490     ADD BLI-INDICE-HALLADO TO BLI-SUMA-POSICIONES.

009491     IF BLI-TOTAL-ENCONTRADAS = 1
009492         MOVE BLI-INDICE-HALLADO TO BLI-POSICION-MINIMA
009493         MOVE BLI-INDICE-HALLADO TO BLI-POSICION-MAXIMA
009494     ELSE
009495         IF BLI-INDICE-HALLADO < BLI-POSICION-MINIMA
009496             MOVE BLI-INDICE-HALLADO TO BLI-POSICION-MINIMA
009497         END-IF
009498         IF BLI-INDICE-HALLADO > BLI-POSICION-MAXIMA
009499             MOVE BLI-INDICE-HALLADO TO BLI-POSICION-MAXIMA
009500         END-IF
009501     END-IF.
009502 3350-EXIT.
009503     EXIT.

009504*****************************************************************
009505*   3400-INFORMAR-VECINOS
009506*----------------------------------------------------------------
009507*   PARA UNA CLAVE DEL LOTE QUE NO RESULTO ENCONTRADA (AUSENTE O
009508*   INVALIDA), BUSCA EN TABLAVSM EL ELEMENTO CARGADO MAS CERCANO
009509*   POR DEBAJO Y POR ENCIMA Y DEJA EN EL RENGLON DE SALIDA CADA
009510*   VECINO CON SU DISTANCIA, "NINGUNO" SI DE ESE LADO NO HAY
009511*   NADA, O "AGOTADO" SI EL TANTEO SE CORTO POR EL TOPE DE
009512*   LECTURAS SIN PODER AFIRMAR NI UNA COSA NI LA OTRA (VER
009513*   4600). LA MAYORIA DE LAS AUSENCIAS SON CLAVES CORRIDAS O
009514*   TRUNCADAS DEL ORIGEN, ASI QUE EL VECINO RESPONDE LA PREGUNTA
009515*   QUE EL ANALISTA HARIA A MANO: "QUE HAY CARGADO CERCA".
009516*****************************************************************
009517 3400-INFORMAR-VECINOS.
009518     IF BLI-ORD-HALLADA
009519         PERFORM 4790-TOMAR-VECINOS-ORDENADOS THRU 4790-EXIT
009520     ELSE
009521         PERFORM 4600-BUSCAR-VECINOS THRU 4600-EXIT
009522     END-IF.

009523     IF BLI-VECINO-INF-HALLADO
009524         MOVE BLI-VECINO-INF TO LS-VECINO-INF
009525         MOVE BLI-DIST-INF   TO LS-DIST-INF
009526     ELSE
009527         IF BLI-TOPE-INF
009528             MOVE "AGOTADO" TO LS-VECINO-INF
009529         ELSE
009530             MOVE "NINGUNO" TO LS-VECINO-INF
009531         END-IF
009532         MOVE SPACES    TO LS-DIST-INF
009533     END-IF.

009534     IF BLI-VECINO-SUP-HALLADO
009535         MOVE BLI-VECINO-SUP TO LS-VECINO-SUP
009536         MOVE BLI-DIST-SUP   TO LS-DIST-SUP
009537     ELSE
009538         IF BLI-TOPE-SUP
009539             MOVE "AGOTADO" TO LS-VECINO-SUP
009540         ELSE
009541             MOVE "NINGUNO" TO LS-VECINO-SUP
009542         END-IF
009543         MOVE SPACES    TO LS-DIST-SUP
009544     END-IF.
009545 3400-EXIT.
009546     EXIT.

009547*----------------------------------------------------------------
009548*   3450-RECHAZAR-TABLA
009549*----------------------------------------------------------------
009550*   LA TRANSACCION PIDE UNA TABLA QUE NO ESTA DEFINIDA EN
009551*   PARMCTL: SE INFORMA "TABLA ERRONEA" EN SALIDA Y EN LA
009552*   AUDITORIA Y SE CUENTA COMO INVALIDA, SIN BUSCAR NADA.
009553*----------------------------------------------------------------
009554 3450-RECHAZAR-TABLA.
009555     ADD 1 TO BLI-TOTAL-INVALIDAS.
009556     MOVE 'TE' TO BLI-MOTIVO-SUSPENSO.
009557     PERFORM 3800-GRABAR-SUSPENSO THRU 3800-EXIT.

009558     MOVE TRANS-CLAVE TO LS-CLAVE.
009559     MOVE "TABLA ERRONEA" TO LS-ESTADO.
009560     MOVE ZERO TO LS-POSICION.
009561     MOVE SPACE TO LS-MODO.
009562     MOVE ZERO TO LS-COMPARACIONES.
009563     MOVE SPACES TO LS-VECINO-INF.
009564     MOVE SPACES TO LS-DIST-INF.
009565     MOVE SPACES TO LS-VECINO-SUP.
009566     MOVE SPACES TO LS-DIST-SUP.
009567     MOVE TRANS-TABLA-ID TO LS-TABLA.
009568     MOVE TRANS-SISTEMA-ORIGEN TO LS-ORIGEN.
009569     MOVE TRANS-ID-SOLICITUD   TO LS-SOLICITUD.
009570     MOVE SPACE TO LS-DUPLICADA.
009571     MOVE BLI-PRIORIDAD-TRANS  TO LS-PRIORIDAD.
009572     WRITE REG-SALIDA FROM BLI-LINEA-SALIDA.
009573     PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT.

009574     MOVE SPACES TO REG-AUDITORIA.
009575     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
009576     ACCEPT AUD-HORA  FROM TIME.
009577     MOVE TRANS-CLAVE TO AUD-CLAVE.
009578     MOVE "TABLA ERRONEA" TO AUD-RESULTADO.
009579     MOVE ZERO TO AUD-POSICION.
009580     MOVE TRANS-TABLA-ID TO AUD-TABLA.
009581     MOVE TRANS-SISTEMA-ORIGEN TO AUD-ORIGEN.
009582     MOVE TRANS-ID-SOLICITUD   TO AUD-SOLICITUD.
009583     MOVE BLI-PRIORIDAD-TRANS  TO AUD-PRIORIDAD.
009584     PERFORM 4960-GRABAR-AUDITORIA-SELLADA THRU 4960-EXIT.
009585     PERFORM 1086-VALIDAR-EF-AUDITORIA THRU 1086-EXIT.
009586 3450-EXIT.
009587     EXIT.

009588*****************************************************************
009589*   3460-RECHAZAR-ORIGEN
009590*----------------------------------------------------------------
009591*   LA TRANSACCION VIENE DE UN SISTEMA DE ORIGEN NO REGISTRADO O
009592*   INACTIVO: SE INFORMA "ORIG INVALIDO" (EL RESULTADO DE ORIGEN
009593*   INVALIDO, ABREVIADO AL ANCHO DEL ESTADO) Y SE CUENTA COMO
009594*   INVALIDA, SIN BUSCAR NADA. UNA CONSULTA DE RANGO RECHAZADA
009595*   POR ORIGEN SALE CON EL RENGLON DE RANGO RECHAZADO, COMO LOS
009596*   DEMAS RANGOS RECHAZADOS, Y COMO TODO RANGO NO SE AUDITA
009597*   (VER 3600-PROCESAR-RANGO); ASI CUALQUIER LECTOR DE SALIDA
009598*   PUEDE SEGUIR DERIVANDO LAS AUDITORIAS ESPERADAS COMO LAS
009599*   CLAVES PROCESADAS MENOS LOS RENGLONES "RANGO ". UNA
009600*   BUSQUEDA DE CLAVE RECHAZADA POR ORIGEN SALE COMO RENGLON DE
009601*   CLAVE Y SE AUDITA COMO CUALQUIER OTRA.
009602*****************************************************************
009603 3460-RECHAZAR-ORIGEN.
009604     ADD 1 TO BLI-TOTAL-INVALIDAS.
009605     ADD 1 TO BLI-TOTAL-ORIGEN-INV.
009606     MOVE 'OI' TO BLI-MOTIVO-SUSPENSO.
009607     PERFORM 3800-GRABAR-SUSPENSO THRU 3800-EXIT.

009608     IF TRANS-TIPO-RANGO
009609         MOVE "ORIG INVALIDO" TO LRI-ESTADO
009610         MOVE TRANS-CLAVE          TO LRI-DESDE
009611         MOVE TRANS-CLAVE-HASTA    TO LRI-HASTA
009612         MOVE TRANS-TABLA-ID       TO LRI-TABLA
009613         MOVE TRANS-SISTEMA-ORIGEN TO LRI-ORIGEN
009614         MOVE TRANS-ID-SOLICITUD   TO LRI-SOLICITUD
009615         MOVE BLI-PRIORIDAD-TRANS  TO LRI-PRIORIDAD
009616         PERFORM 3696-GRABAR-RANGO-RECHAZADO THRU 3696-EXIT
009617         PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT
009618         GO TO 3460-EXIT
009619     END-IF.

009620     MOVE TRANS-CLAVE TO LS-CLAVE.
009621     MOVE "ORIG INVALIDO" TO LS-ESTADO.
009622     MOVE ZERO TO LS-POSICION.
009623     MOVE SPACE TO LS-MODO.
009624     MOVE ZERO TO LS-COMPARACIONES.
009625     MOVE SPACES TO LS-VECINO-INF.
009626     MOVE SPACES TO LS-DIST-INF.
009627     MOVE SPACES TO LS-VECINO-SUP.
009628     MOVE SPACES TO LS-DIST-SUP.
009629     MOVE TRANS-TABLA-ID TO LS-TABLA.
009630     MOVE TRANS-SISTEMA-ORIGEN TO LS-ORIGEN.
009631     MOVE TRANS-ID-SOLICITUD   TO LS-SOLICITUD.
009632     MOVE SPACE TO LS-DUPLICADA.
009633     MOVE BLI-PRIORIDAD-TRANS  TO LS-PRIORIDAD.
009634     WRITE REG-SALIDA FROM BLI-LINEA-SALIDA.
009635     PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT.

009636     MOVE SPACES TO REG-AUDITORIA.
009637     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
009638     ACCEPT AUD-HORA  FROM TIME.
009639     MOVE TRANS-CLAVE TO AUD-CLAVE.
009640     MOVE "ORIG INVALIDO" TO AUD-RESULTADO.
009641     MOVE ZERO TO AUD-POSICION.
009642     MOVE TRANS-TABLA-ID TO AUD-TABLA.
009643     MOVE TRANS-SISTEMA-ORIGEN TO AUD-ORIGEN.
009644     MOVE TRANS-ID-SOLICITUD   TO AUD-SOLICITUD.
009645     MOVE BLI-PRIORIDAD-TRANS  TO AUD-PRIORIDAD.
009646     PERFORM 4960-GRABAR-AUDITORIA-SELLADA THRU 4960-EXIT.
009647     PERFORM 1086-VALIDAR-EF-AUDITORIA THRU 1086-EXIT.
009648 3460-EXIT.
009649     EXIT.

009650*****************************************************************
009651*   3470-RECHAZAR-AUTORIZACION
009652*----------------------------------------------------------------
009653*   EL ORIGEN ES VALIDO PERO NO ESTA AUTORIZADO A CONSULTAR LA
009654*   TABLA PEDIDA CON ESE TIPO DE TRANSACCION (VER ORIGAUT): SE
009655*   INFORMA "NO AUTORIZADO" Y SE CUENTA COMO INVALIDA Y COMO
009656*   DENEGADA DEL ORIGEN, SIN BUSCAR NADA. LA SALIDA Y LA
009657*   AUDITORIA SIGUEN LAS MISMAS REGLAS QUE EL RECHAZO POR
009658*   ORIGEN (VER 3460-RECHAZAR-ORIGEN): UN RANGO SALE CON EL
009659*   RENGLON DE RANGO RECHAZADO Y NO SE AUDITA; UNA CLAVE SALE
009660*   COMO RENGLON DE CLAVE Y SE AUDITA.
009661*****************************************************************
009662 3470-RECHAZAR-AUTORIZACION.
009663     ADD 1 TO BLI-TOTAL-INVALIDAS.
009664     PERFORM 3165-CONTAR-DENEGACION THRU 3165-EXIT.
009665     MOVE 'NA' TO BLI-MOTIVO-SUSPENSO.
009666     PERFORM 3800-GRABAR-SUSPENSO THRU 3800-EXIT.

009667     IF TRANS-TIPO-RANGO
009668         MOVE "NO AUTORIZADO" TO LRI-ESTADO
009669         MOVE TRANS-CLAVE          TO LRI-DESDE
009670         MOVE TRANS-CLAVE-HASTA    TO LRI-HASTA
009671         MOVE TRANS-TABLA-ID       TO LRI-TABLA
009672         MOVE TRANS-SISTEMA-ORIGEN TO LRI-ORIGEN
009673         MOVE TRANS-ID-SOLICITUD   TO LRI-SOLICITUD
009674         MOVE BLI-PRIORIDAD-TRANS  TO LRI-PRIORIDAD
009675         PERFORM 3696-GRABAR-RANGO-RECHAZADO THRU 3696-EXIT
009676         PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT
009677         GO TO 3470-EXIT
009678     END-IF.

009679     MOVE TRANS-CLAVE TO LS-CLAVE.
009680     MOVE "NO AUTORIZADO" TO LS-ESTADO.
009681     MOVE ZERO TO LS-POSICION.
009682     MOVE SPACE TO LS-MODO.
009683     MOVE ZERO TO LS-COMPARACIONES.
009684     MOVE SPACES TO LS-VECINO-INF.
009685     MOVE SPACES TO LS-DIST-INF.
009686     MOVE SPACES TO LS-VECINO-SUP.
009687     MOVE SPACES TO LS-DIST-SUP.
009688     MOVE TRANS-TABLA-ID TO LS-TABLA.
009689     MOVE TRANS-SISTEMA-ORIGEN TO LS-ORIGEN.
009690     MOVE TRANS-ID-SOLICITUD   TO LS-SOLICITUD.
009691     MOVE SPACE TO LS-DUPLICADA.
009692     MOVE BLI-PRIORIDAD-TRANS  TO LS-PRIORIDAD.
009693     WRITE REG-SALIDA FROM BLI-LINEA-SALIDA.
009694     PERFORM 1085-VALIDAR-EF-SALIDA THRU 1085-EXIT.

009695     MOVE SPACES TO REG-AUDITORIA.
009696     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
009697     ACCEPT AUD-HORA  FROM TIME.
009698     MOVE TRANS-CLAVE TO AUD-CLAVE.
009699     MOVE "NO AUTORIZADO" TO AUD-RESULTADO.
009700     MOVE ZERO TO AUD-POSICION.
009701     MOVE TRANS-TABLA-ID TO AUD-TABLA.
009702     MOVE TRANS-SISTEMA-ORIGEN TO AUD-ORIGEN.
009703     MOVE TRANS-ID-SOLICITUD   TO AUD-SOLICITUD.
009704     MOVE BLI-PRIORIDAD-TRANS  TO AUD-PRIORIDAD.
009705     PERFORM 4960-GRABAR-AUDITORIA-SELLADA THRU 4960-EXIT.
009706     PERFORM 1086-VALIDAR-EF-AUDITORIA THRU 1086-EXIT.
009707 3470-EXIT.
009708     EXIT.

009709*****************************************************************
009710*   3500-BUSCAR-EN-CACHE
009711*----------------------------------------------------------------
009712*   BUSCA LA CLAVE ACTUAL (TABLA + CLAVE) ENTRE LAS YA RESUELTAS
009713*   EN ESTA CORRIDA. DEJA BLI-IDX-CACHE APUNTANDO A LA ENTRADA
009714*   HALLADA.
009715*****************************************************************
009716 3500-BUSCAR-EN-CACHE.
009717     MOVE 'N' TO BLI-SW-CACHE-HALLADA.

009718     PERFORM 3510-COMPARAR-CACHE THRU 3510-EXIT
009719         VARYING BLI-IDX-CACHE FROM 1 BY 1
009720         UNTIL BLI-IDX-CACHE > BLI-CANT-CACHE
009721            OR BLI-CACHE-HALLADA.
009722 3500-EXIT.
009723     EXIT.

009724*----------------------------------------------------------------
009725*   3510-COMPARAR-CACHE
009726*----------------------------------------------------------------
009727 3510-COMPARAR-CACHE.
009728     IF BLI-CAC-TABLA(BLI-IDX-CACHE) = BLI-TABLA-ACTUAL
009729     AND BLI-CAC-CLAVE(BLI-IDX-CACHE) = BLI-CLAVE
009730         MOVE 'Y' TO BLI-SW-CACHE-HALLADA
009731         SUBTRACT 1 FROM BLI-IDX-CACHE
009732     END-IF.
009733 3510-EXIT.
009734     EXIT.

009735*----------------------------------------------------------------
009736*   3520-REUSAR-RESULTADO
009737*----------------------------------------------------------------
009738*   RESTAURA EL RESULTADO CACHEADO DE LA CLAVE (INCLUIDAS LAS
009739*   COLUMNAS DE VECINOS YA FORMATEADAS) COMO SI LA BUSQUEDA
009740*   ACABARA DE HACERSE, PARA QUE LA AUDITORIA Y EL RENGLON DE
009741*   SALIDA SALGAN IGUALES A LOS DE LA PRIMERA VEZ.
009742*----------------------------------------------------------------
009743 3520-REUSAR-RESULTADO.
009744     MOVE BLI-CAC-SW-VALIDA(BLI-IDX-CACHE)
009745         TO BLI-SW-CLAVE-VALIDA.
009746     MOVE BLI-CAC-SW-ENCONTRADA(BLI-IDX-CACHE)
009747         TO BLI-SW-ENCONTRADO.
009748     MOVE BLI-CAC-POSICION(BLI-IDX-CACHE)
009749         TO BLI-INDICE-HALLADO.
009750     MOVE BLI-CAC-MODO(BLI-IDX-CACHE)
009751         TO BLI-MODO-EFECTIVO.
009752     MOVE BLI-CAC-COMPARACIONES(BLI-IDX-CACHE)
009753         TO BLI-CONTADOR-COMPARACIONES.
009754     MOVE BLI-CAC-VECINO-INF(BLI-IDX-CACHE) TO LS-VECINO-INF.
009755     MOVE BLI-CAC-DIST-INF(BLI-IDX-CACHE)   TO LS-DIST-INF.
009756     MOVE BLI-CAC-VECINO-SUP(BLI-IDX-CACHE) TO LS-VECINO-SUP.
009757     MOVE BLI-CAC-DIST-SUP(BLI-IDX-CACHE)   TO LS-DIST-SUP.
009758 3520-EXIT.
009759     EXIT.

009760*----------------------------------------------------------------
009761*   3550-GUARDAR-EN-CACHE
009762*----------------------------------------------------------------
009763*   GUARDA EL RESULTADO RECIEN OBTENIDO (CON LAS COLUMNAS DE
009764*   VECINOS QUE DEJO 3300-ESCRIBIR-RESULTADO) PARA QUE LAS
009765*   REPETICIONES DE LA CLAVE LO REUSEN.
009766*----------------------------------------------------------------
009767 3550-GUARDAR-EN-CACHE.
009768     IF BLI-CANT-CACHE >= BLI-MAX-CACHE
009769         MOVE 'Y' TO BLI-SW-CACHE-LLENA
009770         GO TO 3550-EXIT
009771     END-IF.

009772     ADD 1 TO BLI-CANT-CACHE.
009773     MOVE BLI-CANT-CACHE TO BLI-IDX-CACHE.

009774     MOVE BLI-TABLA-ACTUAL TO BLI-CAC-TABLA(BLI-IDX-CACHE).
009775     MOVE BLI-CLAVE        TO BLI-CAC-CLAVE(BLI-IDX-CACHE).
009776     MOVE BLI-SW-CLAVE-VALIDA
009777         TO BLI-CAC-SW-VALIDA(BLI-IDX-CACHE).
009778     MOVE BLI-SW-ENCONTRADO
009779         TO BLI-CAC-SW-ENCONTRADA(BLI-IDX-CACHE).
009780     MOVE BLI-INDICE-HALLADO
009781         TO BLI-CAC-POSICION(BLI-IDX-CACHE).
009782     MOVE BLI-MODO-EFECTIVO
009783         TO BLI-CAC-MODO(BLI-IDX-CACHE).
009784     MOVE BLI-CONTADOR-COMPARACIONES
009785         TO BLI-CAC-COMPARACIONES(BLI-IDX-CACHE).
009786     MOVE LS-VECINO-INF TO BLI-CAC-VECINO-INF(BLI-IDX-CACHE).
009787     MOVE LS-DIST-INF   TO BLI-CAC-DIST-INF(BLI-IDX-CACHE).
009788     MOVE LS-VECINO-SUP TO BLI-CAC-VECINO-SUP(BLI-IDX-CACHE).
009789     MOVE LS-DIST-SUP   TO BLI-CAC-DIST-SUP(BLI-IDX-CACHE).
009790 3550-EXIT.
009791     EXIT.

009792*----------------------------------------------------------------
009793*   3900-CERRAR-ARCHIVOS-LOTE
009794*----------------------------------------------------------------
009795 3900-CERRAR-ARCHIVOS-LOTE.
009796     CLOSE ARCHIVO-TRANSACCIONES ARCHIVO-SALIDA
009797         ARCHIVO-SUSPENSO.

009798     IF NOT BLI-TIEMPO-AGOTADO
009799         PERFORM 8000-BORRAR-CHECKPOINT THRU 8000-EXIT
009800     END-IF.

009801     PERFORM 3960-CALCULAR-PROMEDIO THRU 3960-EXIT.

009802     DISPLAY "BLI0002I CLAVES PROCESADAS: " BLI-TOTAL-CLAVES.
009803     DISPLAY "BLI0003I ENCONTRADAS: " BLI-TOTAL-ENCONTRADAS
009804         " NO ENCONTRADAS: " BLI-TOTAL-NO-ENCONTRADAS
009805         " INVALIDAS: " BLI-TOTAL-INVALIDAS.

009806     IF BLI-TOTAL-RANGOS > ZERO
009807         DISPLAY "BLI0021I CONSULTAS DE RANGO RESPONDIDAS: "
009808             BLI-TOTAL-RANGOS
009809     END-IF.

009810     IF BLI-TOTAL-DUPLICADAS > ZERO
009811         DISPLAY "BLI0033I CLAVES DUPLICADAS REUSADAS: "
009812             BLI-TOTAL-DUPLICADAS
009813     END-IF.

009814     IF BLI-TOTAL-ORIGEN-INV > ZERO
009815         DISPLAY "BLI0038I RECHAZADAS POR ORIGEN INVALIDO: "
009816             BLI-TOTAL-ORIGEN-INV
009817     END-IF.
009818     IF BLI-TOTAL-NO-AUTORIZ > ZERO
009819         DISPLAY "BLI0062I RECHAZADAS POR NO AUTORIZADAS: "
009820             BLI-TOTAL-NO-AUTORIZ
009821         PERFORM 3956-INFORMAR-DENEGACIONES THRU 3956-EXIT
009822     END-IF.

009823     IF BLI-TOTAL-SUSPENSO > ZERO
009824         DISPLAY "BLI0057I TRANSACCIONES GRABADAS EN SUSPENSO: "
009825             BLI-TOTAL-SUSPENSO
009826     END-IF.

009827     IF BLI-PRE-ALTA > ZERO OR BLI-PRE-BAJA > ZERO
009828         DISPLAY "BLI0055I PROCESADAS POR PRIORIDAD - ALTAS: "
009829             BLI-PROC-ALTA " NORMALES: " BLI-PROC-NORMAL
009830             " BAJAS: " BLI-PROC-BAJA
009831     END-IF.

009832     PERFORM 3950-CONTROLAR-CUOTAS THRU 3950-EXIT.

009833     IF BLI-CACHE-LLENA
009834         DISPLAY "BLI0034I LA TABLA DE CLAVES RESUELTAS SE "
009835             "LLENO - LAS CLAVES EXCEDENTES SE BUSCARON SIN "
009836             "CACHEAR"
009837     END-IF.

009838     IF BLI-MODO-ORDENADO
009839         PERFORM 3980-INFORMAR-MODO-ORDENADO THRU 3980-EXIT
009840     END-IF.

009841     IF BLI-TOTAL-ENCONTRADAS > ZERO
009842         DISPLAY "BLI0009I POSICION PROMEDIO: "
009843             BLI-POSICION-PROMEDIO
009844             " MINIMA: " BLI-POSICION-MINIMA
009845             " MAXIMA: " BLI-POSICION-MAXIMA
009846     ELSE
009847         DISPLAY "BLI0009I POSICION PROMEDIO/MINIMA/MAXIMA: "
009848             "NO APLICA - NINGUNA CLAVE ENCONTRADA"
009849     END-IF.

009850     IF BLI-TIEMPO-AGOTADO
009851         DISPLAY "BLI0030I LOTE DETENIDO POR TOPE HORARIO - "
009852             "CLAVES SIN PROCESAR: " BLI-CLAVES-RESTANTES
009853         DISPLAY "BLI0053I RESTANTES POR PRIORIDAD - ALTAS: "
009854             BLI-REST-ALTA " NORMALES: " BLI-REST-NORMAL
009855             " BAJAS: " BLI-REST-BAJA
009856         DISPLAY "BLI0031I EL CHECKPOINT QUEDA GRABADO - "
009857             "REENVIAR EL JOB PARA PROCESAR EL RESTO"
009858         MOVE 2 TO RETURN-CODE
009859     ELSE
009860         PERFORM 3970-FIJAR-RETURN-CODE-LOTE THRU 3970-EXIT
009861     END-IF.
009862 3900-EXIT.
009863     EXIT.

009864*----------------------------------------------------------------
009865*   3970-FIJAR-RETURN-CODE-LOTE
009866*----------------------------------------------------------------
009867*   DEJA EN RETURN-CODE UN RESUMEN DEL LOTE PARA QUE EL PASO DE
009868*   JCL PUEDA DECIDIR: 8 SI HUBO AL MENOS UNA CLAVE INVALIDA, 4 SI
009869*   NO HUBO INVALIDAS PERO SI AL MENOS UNA NO ENCONTRADA, 0 SI
009870*   TODAS LAS CLAVES SE ENCONTRARON.
009871*----------------------------------------------------------------
009872 3970-FIJAR-RETURN-CODE-LOTE.
009873     IF BLI-TOTAL-INVALIDAS > ZERO
009874         MOVE 8 TO RETURN-CODE
009875     ELSE
009876         IF BLI-TOTAL-NO-ENCONTRADAS > ZERO
009877             MOVE 4 TO RETURN-CODE
009880         ELSE
009890             MOVE 0 TO RETURN-CODE
009900         END-IF
009962     EXIT.

009963*----------------------------------------------------------------
009964*   3956-INFORMAR-DENEGACIONES
009965*----------------------------------------------------------------
009966*   AL CIERRE DEL LOTE, INFORMA CUANTAS TRANSACCIONES LE FUERON
009967*   DENEGADAS A CADA ORIGEN POR FALTA DE AUTORIZACION.
009968*----------------------------------------------------------------
009969 3956-INFORMAR-DENEGACIONES.
009970     PERFORM 3957-INFORMAR-UNA-DENEGACION THRU 3957-EXIT
009971         VARYING BLI-IDX-DENEGACION FROM 1 BY 1
009972         UNTIL BLI-IDX-DENEGACION > BLI-CANT-DENEGACIONES.

009973     IF BLI-DEN-EXCEDENTES > ZERO
009974         DISPLAY "BLI0063I OTROS ORIGENES - NO AUTORIZADAS "
009975             BLI-DEN-EXCEDENTES
009976     END-IF.
009977 3956-EXIT.
009978     EXIT.

009979*----------------------------------------------------------------
009980*   3957-INFORMAR-UNA-DENEGACION
009981*----------------------------------------------------------------
009982 3957-INFORMAR-UNA-DENEGACION.
009983     DISPLAY "BLI0063I ORIGEN "
009984         BLI-DEN-ORIGEN(BLI-IDX-DENEGACION)
009985         " - NO AUTORIZADAS "
009986         BLI-DEN-CANTIDAD(BLI-IDX-DENEGACION).
009987 3957-EXIT.
009988     EXIT.

009989*----------------------------------------------------------------
009990*   3960-CALCULAR-PROMEDIO
009991*----------------------------------------------------------------
009992*   PROMEDIO DE LAS POSICIONES HALLADAS, REDONDEADO AL ENTERO MAS
009993*   CERCANO. SI NO SE ENCONTRO NINGUNA CLAVE QUEDA EN CERO.
009994*----------------------------------------------------------------
010000 3960-CALCULAR-PROMEDIO.
010010     IF BLI-TOTAL-ENCONTRADAS > ZERO
010020         DIVIDE BLI-SUMA-POSICIONES BY BLI-TOTAL-ENCONTRADAS
010050 3960-EXIT.
010060     EXIT.

010061*----------------------------------------------------------------
010062*   3980-INFORMAR-MODO-ORDENADO
010063*----------------------------------------------------------------
010064*   ESTADISTICA DE CIERRE DEL MODO ORDENADO: LECTURAS DIRECTAS
010065*   QUE LAS PASADAS NO HICIERON POR TOMAR EL RESULTADO YA
010066*   RESUELTO, CONTRA LAS E/S QUE COSTO EL RECORRIDO, Y LA
010067*   DIFERENCIA (LO AHORRADO O, SI EL LOTE ERA CHICO O MUY
010068*   DISPERSO, LO QUE EL MODO COSTO DE MAS).
010069*----------------------------------------------------------------
010070 3980-INFORMAR-MODO-ORDENADO.
010071     DISPLAY "BLI0068I MODO ORDENADO - LECTURAS DIRECTAS "
010072         "EVITADAS: " BLI-ORD-LECT-EVITADAS
010073         " E/S DEL RECORRIDO: " BLI-ORD-LECT-SECUENCIALES.

010074     IF BLI-ORD-LECT-EVITADAS >= BLI-ORD-LECT-SECUENCIALES
010075         COMPUTE BLI-ORD-AHORRO =
010076             BLI-ORD-LECT-EVITADAS - BLI-ORD-LECT-SECUENCIALES
010077         DISPLAY "BLI0069I E/S AHORRADAS POR EL MODO ORDENADO: "
010078             BLI-ORD-AHORRO
010079     ELSE
010080         COMPUTE BLI-ORD-AHORRO =
010081             BLI-ORD-LECT-SECUENCIALES - BLI-ORD-LECT-EVITADAS
010082         DISPLAY "BLI0069I EL MODO ORDENADO NO AHORRO E/S - "
010083             "E/S DE MAS: " BLI-ORD-AHORRO
010084     END-IF.
010085 3980-EXIT.
010086     EXIT.

010087*****************************************************************
010088*   4000-BUSCAR-CLAVE
010090*----------------------------------------------------------------
010100*   VALIDA BLI-CLAVE Y, SI ES POSIBLE, DESPACHA LA BUSQUEDA SEGUN
010110*   EL ORIGEN DE LA TABLA: READ DIRECTO CONTRA TABLAVSM SI YA
010140*   CONSTRUIR. UNA CLAVE INVALIDA NO SE BUSCA. DEJA EL RESULTADO EN
010150*   BLI-SW-CLAVE-VALIDA, BLI-SW-ENCONTRADO, BLI-INDICE-HALLADO,
010160*   BLI-MODO-EFECTIVO Y BLI-CONTADOR-COMPARACIONES.
010163*   EN MODO ORDENADO, EL READ DIRECTO SE REEMPLAZA POR EL
010166*   RESULTADO YA RESUELTO POR EL RECORRIDO, SI LO HAY (VER 4700).
010170*****************************************************************
010180 4000-BUSCAR-CLAVE.
010190     MOVE SPACE TO BLI-MODO-EFECTIVO.
010200     MOVE ZERO  TO BLI-CONTADOR-COMPARACIONES.
010210     MOVE 'N'   TO BLI-SW-ORD-HALLADA.

010230     IF BLI-TABLA-ACTUAL NOT = BLI-TABLA-EN-ARREGLO
010240         MOVE 'V' TO BLI-MODO-EFECTIVO
010244         PERFORM 4700-BUSCAR-CLAVE-ORDENADA THRU 4700-EXIT
010248         IF NOT BLI-ORD-HALLADA
010252             PERFORM 4500-BUSCAR-CLAVE-VSAM THRU 4500-EXIT
010256         END-IF
010260     ELSE
010263         PERFORM 4050-VALIDAR-CLAVE THRU 4050-EXIT
010266         IF BLI-CLAVE-VALIDA
011674     EXIT.

011675*****************************************************************
011676*   4700-BUSCAR-CLAVE-ORDENADA
011677*----------------------------------------------------------------
011678*   BUSCA BLI-CLAVE DE LA TABLA ACTUAL ENTRE LAS YA RESUELTAS POR
011679*   EL MODO ORDENADO (BUSQUEDA BINARIA: BLI-ORD ESTA EN ORDEN DE
011680*   TABLA Y CLAVE). SI ESTA, DEJA EL RESULTADO IGUAL QUE LO
011681*   DEJARIA 4500 Y BLI-IDX-ORD APUNTANDO A LA ENTRADA, PARA QUE
011682*   3400 TOME DE AHI LOS VECINOS. SI NO ESTA (O EL MODO NO ESTA
011683*   ACTIVO) BLI-SW-ORD-HALLADA QUEDA EN 'N' Y EL LLAMADOR HACE EL
011684*   READ DIRECTO.
011685*****************************************************************
011686 4700-BUSCAR-CLAVE-ORDENADA.
011687     MOVE 'N' TO BLI-SW-ORD-HALLADA.

011688     IF NOT BLI-MODO-ORDENADO
011689     OR BLI-ORD-CANT = ZERO
011690         GO TO 4700-EXIT
011691     END-IF.

011692     MOVE BLI-TABLA-ACTUAL TO BLI-ORD-BUSCADA-TABLA.
011693     MOVE BLI-CLAVE        TO BLI-ORD-BUSCADA-CLAVE.
011694     MOVE 1                TO BLI-ORD-INFERIOR.
011695     MOVE BLI-ORD-CANT     TO BLI-ORD-SUPERIOR.

011696     PERFORM 4705-PROBAR-CLAVE-ORDENADA THRU 4705-EXIT
011697         UNTIL BLI-ORD-INFERIOR > BLI-ORD-SUPERIOR
011698            OR BLI-ORD-HALLADA.

011699     IF NOT BLI-ORD-HALLADA
011700         GO TO 4700-EXIT
011701     END-IF.

011702     MOVE BLI-ORD-SW-VALIDA(BLI-IDX-ORD)
011703         TO BLI-SW-CLAVE-VALIDA.
011704     MOVE BLI-ORD-SW-ENCONTRADA(BLI-IDX-ORD)
011705         TO BLI-SW-ENCONTRADO.
011706     MOVE BLI-ORD-POSICION(BLI-IDX-ORD)
011707         TO BLI-INDICE-HALLADO.

011708*    LA MISMA CUENTA QUE DEVUELVE BLIBUSCA: EL READ DIRECTO DE UNA
011709*    CLAVE VALIDA ES UNA COMPARACION; UNA INVALIDA NO SE LEE.
011710     IF BLI-CLAVE-VALIDA
011711         MOVE 1 TO BLI-CONTADOR-COMPARACIONES
011712         ADD 1 TO BLI-ORD-LECT-EVITADAS
011713     ELSE
011714         MOVE ZERO TO BLI-CONTADOR-COMPARACIONES
011715     END-IF.
011716 4700-EXIT.
011717     EXIT.

011718*----------------------------------------------------------------
011719*   4705-PROBAR-CLAVE-ORDENADA
011720*----------------------------------------------------------------
011721*   COMPARA LA TABLA + CLAVE BUSCADA CONTRA LA ENTRADA DEL MEDIO
011722*   DEL RANGO ACTUAL Y DESCARTA LA MITAD QUE NO PUEDE CONTENERLA.
011723*----------------------------------------------------------------
011724 4705-PROBAR-CLAVE-ORDENADA.
011725     COMPUTE BLI-ORD-MEDIO =
011726         (BLI-ORD-INFERIOR + BLI-ORD-SUPERIOR) / 2.

011727     IF BLI-ORD-LLAVE(BLI-ORD-MEDIO) = BLI-ORD-BUSCADA
011728         MOVE 'Y' TO BLI-SW-ORD-HALLADA
011729         MOVE BLI-ORD-MEDIO TO BLI-IDX-ORD
011730     ELSE
011731         IF BLI-ORD-LLAVE(BLI-ORD-MEDIO) < BLI-ORD-BUSCADA
011732             COMPUTE BLI-ORD-INFERIOR = BLI-ORD-MEDIO + 1
011733         ELSE
011734             COMPUTE BLI-ORD-SUPERIOR = BLI-ORD-MEDIO - 1
011735         END-IF
011736     END-IF.
011737 4705-EXIT.
011738     EXIT.

011739*----------------------------------------------------------------
011740*   4710-EMPEZAR-TABLA-ORDENADA
011741*----------------------------------------------------------------
011742*   CAMBIO DE TABLA EN EL RECORRIDO DEL MODO ORDENADO: CARGA SU
011743*   DEFINICION COMO TABLA ACTUAL (LA VALIDACION Y LOS CALCULOS
011744*   DE VECINOS USAN LOS MISMOS CAMPOS QUE LA BUSQUEDA DE
011745*   SIEMPRE) Y DEJA EL RECORRIDO SIN POSICIONAR. EL ORDENADOR
011746*   SOLO RECIBIO TABLAS DEFINIDAS.
011747*----------------------------------------------------------------
011748 4710-EMPEZAR-TABLA-ORDENADA.
011749     MOVE SRT-TABLA TO BLI-SEC-TABLA.
011750     ADD 1 TO BLI-ORD-TABLAS.

011751     PERFORM 4022-COMPARAR-TABLA THRU 4022-EXIT
011752         VARYING BLI-IDX-TABLA FROM 1 BY 1
011753         UNTIL BLI-IDX-TABLA > BLI-CANT-TABLAS
011754            OR BLI-TDEF-ID(BLI-IDX-TABLA) = BLI-SEC-TABLA.

011755     PERFORM 4025-CARGAR-TABLA-ACTUAL THRU 4025-EXIT.

011756     IF BLI-INCREMENTO-CTL = ZERO
011757         MOVE 1 TO BLI-INCREMENTO-VECINO
011758     ELSE
011759         MOVE BLI-INCREMENTO-CTL TO BLI-INCREMENTO-VECINO
011760     END-IF.

011761     MOVE 'N' TO BLI-SW-SEC-POSICIONADA.
011762     MOVE 'N' TO BLI-SW-SEC-FIN.
011763     MOVE 'N' TO BLI-SW-SEC-EOF.
011764     MOVE 'N' TO BLI-SW-SEC-ANTERIOR.
011765 4710-EXIT.
011766     EXIT.

011767*****************************************************************
011768*   4720-RESOLVER-CLAVE-ORDENADA
011769*----------------------------------------------------------------
011770*   RESUELVE BLI-CLAVE (LAS CLAVES DE UNA TABLA LLEGAN EN ORDEN
011771*   ASCENDENTE) CON EL RECORRIDO DE LA TABLA: SE POSICIONA (VER
011772*   4730), AVANZA HASTA EL PRIMER ELEMENTO MAYOR O IGUAL A LA
011773*   CLAVE Y, SI NO ES ELLA, TOMA COMO VECINOS EL ELEMENTO
011774*   ANTERIOR Y EL ACTUAL. EN UNA TABLA DE SECUENCIA UNA CLAVE
011775*   VALIDA CASI SIEMPRE ESTA CARGADA Y SE APUNTA DIRECTO A ELLA;
011776*   UNA INVALIDA, O CUALQUIER CLAVE DE UNA TABLA DE ARCHIVO
011777*   (LLENA DE HUECOS), SE APUNTA AL PRIMER CANDIDATO A VECINO
011778*   INFERIOR, QUE CASI SIEMPRE ES EL QUE LO RESPONDE.
011779*   EL VECINO INFERIOR SOLO SE PUEDE AFIRMAR SI SE VIO ALGUN
011780*   ELEMENTO ENTRE EL PUNTO DE LECTURA SIN SALTOS Y LA CLAVE, O
011781*   SI ESE PUNTO CUBRE TODA LA VENTANA QUE TANTEARIA 4610. SI NO
011782*   (UN HUECO JUSTO DEBAJO DE LA CLAVE DESPUES DE UN START), LA
011783*   CLAVE NO SE GUARDA Y LAS PASADAS LA BUSCAN POR READ DIRECTO:
011784*   ES MAS BARATO QUE RELEER LA VENTANA Y EL RESULTADO ES EL
011785*   MISMO.
011786*****************************************************************
011787 4720-RESOLVER-CLAVE-ORDENADA.
011788     PERFORM 4050-VALIDAR-CLAVE THRU 4050-EXIT.
011789     PERFORM 4725-CALCULAR-VENTANA THRU 4725-EXIT.

011790     MOVE BLI-CLAVE TO BLI-SEC-OBJETIVO.
011791     IF BLI-SEC-CON-VENTANA
011792         IF BLI-CLAVE-INVALIDA
011793         OR BLI-INCREMENTO-CTL = ZERO
011794             MOVE BLI-SEC-CANDIDATO TO BLI-SEC-OBJETIVO
011795         END-IF
011796     END-IF.

011797     PERFORM 4730-POSICIONAR-SECUENCIAL THRU 4730-EXIT.

011798     PERFORM 4735-AVANZAR-SECUENCIAL THRU 4735-EXIT
011799         UNTIL BLI-SEC-FIN
011800            OR BLI-SEC-ACTUAL >= BLI-CLAVE.

011801     IF BLI-CLAVE-VALIDA
011802     AND NOT BLI-SEC-FIN
011803     AND BLI-SEC-ACTUAL = BLI-CLAVE
011804         PERFORM 4770-GUARDAR-ORDENADA THRU 4770-EXIT
011805         MOVE 'Y' TO BLI-ORD-SW-ENCONTRADA(BLI-IDX-ORD)
011806         MOVE BLI-SEC-INDICE TO BLI-ORD-POSICION(BLI-IDX-ORD)
011807         GO TO 4720-EXIT
011808     END-IF.

011809     IF BLI-SEC-CON-VENTANA
011810     AND NOT BLI-SEC-HAY-ANTERIOR
011811     AND BLI-SEC-DESDE > BLI-SEC-VENTANA
011812         GO TO 4720-EXIT
011813     END-IF.

011814     PERFORM 4770-GUARDAR-ORDENADA THRU 4770-EXIT.
011815     PERFORM 4750-EMULAR-VECINO-INFERIOR THRU 4750-EXIT.
011816     PERFORM 4760-EMULAR-VECINO-SUPERIOR THRU 4760-EXIT.
011817 4720-EXIT.
011818     EXIT.

011819*----------------------------------------------------------------
011820*   4725-CALCULAR-VENTANA
011821*----------------------------------------------------------------
011822*   REPITE EL CALCULO DE 4610 SIN LEER NADA: SI CORRESPONDE
011823*   TANTEAR UN VECINO INFERIOR PARA BLI-CLAVE, DEJA EL PRIMER
011824*   CANDIDATO EN BLI-SEC-CANDIDATO Y EL ULTIMO QUE ALCANZARIA A
011825*   TANTEAR ANTES DEL TOPE (O EL VALOR INICIAL, SI ESTA MAS
011826*   CERCA) EN BLI-SEC-VENTANA.
011827*----------------------------------------------------------------
011828 4725-CALCULAR-VENTANA.
011829     MOVE 'N' TO BLI-SW-SEC-VENTANA.

011830     IF BLI-CLAVE <= BLI-VALOR-INICIAL-CTL
011831         GO TO 4725-EXIT
011832     END-IF.

011833     IF BLI-INCREMENTO-CTL = ZERO
011834         COMPUTE BLI-VEC-CALC = BLI-CLAVE - 1
011835     ELSE
011836         MOVE BLI-CLAVE TO BLI-VEC-DIFERENCIA
011837         SUBTRACT BLI-VALOR-INICIAL-CTL FROM BLI-VEC-DIFERENCIA
011838         DIVIDE BLI-VEC-DIFERENCIA BY BLI-INCREMENTO-CTL
011839             GIVING BLI-VEC-COCIENTE
011840             REMAINDER BLI-VEC-RESTO
011841         MOVE BLI-VEC-COCIENTE TO BLI-VEC-CALC
011842         MULTIPLY BLI-INCREMENTO-CTL BY BLI-VEC-CALC
011843         ADD BLI-VALOR-INICIAL-CTL TO BLI-VEC-CALC
011844         IF BLI-VEC-RESTO = ZERO
011845             SUBTRACT BLI-INCREMENTO-CTL FROM BLI-VEC-CALC
011846         END-IF
011847     END-IF.

011848     IF BLI-VEC-CALC < BLI-VALOR-INICIAL-CTL
011849         GO TO 4725-EXIT
011850     END-IF.

011851     IF BLI-VEC-CALC > BLI-CLAVE-MAXIMA
011852         MOVE BLI-CLAVE-MAXIMA TO BLI-VEC-CALC
011853     END-IF.

011854     MOVE 'Y' TO BLI-SW-SEC-VENTANA.
011855     MOVE BLI-VEC-CALC TO BLI-SEC-CANDIDATO.

011856     COMPUTE BLI-VEC-CALC =
011857         (BLI-TOPE-PASOS-VECINO - 1) * BLI-INCREMENTO-VECINO.

011858     IF BLI-SEC-CANDIDATO - BLI-VALOR-INICIAL-CTL > BLI-VEC-CALC
011859         COMPUTE BLI-SEC-VENTANA =
011860             BLI-SEC-CANDIDATO - BLI-VEC-CALC
011861     ELSE
011862         MOVE BLI-VALOR-INICIAL-CTL TO BLI-SEC-VENTANA
011863     END-IF.
011864 4725-EXIT.
011865     EXIT.

011866*----------------------------------------------------------------
011867*   4730-POSICIONAR-SECUENCIAL
011868*----------------------------------------------------------------
011869*   DEJA EL RECORRIDO LISTO PARA AVANZAR HASTA BLI-SEC-OBJETIVO.
011870*   SI YA ESTA EN EL O MAS ADELANTE, O SI EL OBJETIVO QUEDA A
011871*   POCOS ELEMENTOS (BLI-SEC-TOPE-AVANCE), SE SIGUE LEYENDO; SI
011872*   NO, SE REPOSICIONA CON START. LOS OBJETIVOS DE UNA TABLA
011873*   NUNCA RETROCEDEN, ASI QUE EL RECORRIDO SIEMPRE VA HACIA
011874*   ADELANTE.
011875*----------------------------------------------------------------
011876 4730-POSICIONAR-SECUENCIAL.
011877     IF BLI-SEC-POSICIONADA
011878         IF BLI-SEC-FIN
011879         OR BLI-SEC-ACTUAL >= BLI-SEC-OBJETIVO
011880             GO TO 4730-EXIT
011881         END-IF
011882         COMPUTE BLI-SEC-SALTO =
011883             (BLI-SEC-OBJETIVO - BLI-SEC-ACTUAL)
011884             / BLI-INCREMENTO-VECINO
011885         IF BLI-SEC-SALTO <= BLI-SEC-TOPE-AVANCE
011886             GO TO 4730-EXIT
011887         END-IF
011888     END-IF.

011889     MOVE BLI-SEC-TABLA    TO TAB-TABLA-ID.
011890     MOVE BLI-SEC-OBJETIVO TO TAB-ELEMENTO.
011891     MOVE BLI-SEC-OBJETIVO TO BLI-SEC-DESDE.
011892     MOVE 'Y' TO BLI-SW-SEC-POSICIONADA.
011893     MOVE 'N' TO BLI-SW-SEC-FIN.
011894     MOVE 'N' TO BLI-SW-SEC-EOF.
011895     MOVE 'N' TO BLI-SW-SEC-ANTERIOR.
011896     ADD 1 TO BLI-ORD-LECT-SECUENCIALES.

011897     START ARCHIVO-TABLA KEY NOT LESS THAN TAB-CLAVE
011898         INVALID KEY
011899             MOVE 'Y' TO BLI-SW-SEC-FIN
011900             MOVE 'Y' TO BLI-SW-SEC-EOF
011901             GO TO 4730-EXIT
011902     END-START.

011903     PERFORM 4740-LEER-ELEGIBLE THRU 4740-EXIT.
011904 4730-EXIT.
011905     EXIT.

011906*----------------------------------------------------------------
011907*   4735-AVANZAR-SECUENCIAL
011908*----------------------------------------------------------------
011909*   EL ELEMENTO ACTUAL PASA A SER EL ANTERIOR Y SE LEE EL
011910*   SIGUIENTE.
011911*----------------------------------------------------------------
011912 4735-AVANZAR-SECUENCIAL.
011913     MOVE BLI-SEC-ACTUAL TO BLI-SEC-ANTERIOR.
011914     MOVE 'Y' TO BLI-SW-SEC-ANTERIOR.
011915     PERFORM 4740-LEER-ELEGIBLE THRU 4740-EXIT.
011916 4735-EXIT.
011917     EXIT.

011918*----------------------------------------------------------------
011919*   4740-LEER-ELEGIBLE
011920*----------------------------------------------------------------
011921*   LEE HACIA ADELANTE HASTA EL PRIMER ELEMENTO QUE LA LECTURA
011922*   DIRECTA PODRIA HALLAR (DENTRO DEL RANGO DE LA TABLA Y, SI ES
011923*   DE SECUENCIA, EN LA SECUENCIA) Y LO DEJA COMO ACTUAL. EL FIN
011924*   DEL ARCHIVO, UN REGISTRO DE OTRA TABLA O UNO MAS ALLA DE LA
011925*   ULTIMA CLAVE TERMINAN EL RECORRIDO DE LA TABLA.
011926*----------------------------------------------------------------
011927 4740-LEER-ELEGIBLE.
011928     MOVE 'N' TO BLI-SW-SEC-ELEGIBLE.

011929     PERFORM 4745-LEER-UN-ELEMENTO THRU 4745-EXIT
011930         UNTIL BLI-SEC-ELEGIBLE
011931            OR BLI-SEC-FIN.
011932 4740-EXIT.
011933     EXIT.

011934*----------------------------------------------------------------
011935*   4745-LEER-UN-ELEMENTO
011936*----------------------------------------------------------------
011937 4745-LEER-UN-ELEMENTO.
011938     ADD 1 TO BLI-ORD-LECT-SECUENCIALES.

011939     READ ARCHIVO-TABLA NEXT RECORD
011940         AT END
011941             MOVE 'Y' TO BLI-SW-SEC-FIN
011942             MOVE 'Y' TO BLI-SW-SEC-EOF
011943             GO TO 4745-EXIT
011944     END-READ.

011945     IF TAB-TABLA-ID NOT = BLI-SEC-TABLA
011946     OR TAB-ELEMENTO > BLI-CLAVE-MAXIMA
011947         MOVE 'Y' TO BLI-SW-SEC-FIN
011948         GO TO 4745-EXIT
011949     END-IF.

011950     IF TAB-ELEMENTO < BLI-VALOR-INICIAL-CTL
011951         GO TO 4745-EXIT
011952     END-IF.

011953     IF BLI-INCREMENTO-CTL > ZERO
011954         MOVE TAB-ELEMENTO TO BLI-VEC-DIFERENCIA
011955         SUBTRACT BLI-VALOR-INICIAL-CTL FROM BLI-VEC-DIFERENCIA
011956         DIVIDE BLI-VEC-DIFERENCIA BY BLI-INCREMENTO-CTL
011957             GIVING BLI-VEC-COCIENTE
011958             REMAINDER BLI-VEC-RESTO
011959         IF BLI-VEC-RESTO NOT = ZERO
011960             GO TO 4745-EXIT
011961         END-IF
011962     END-IF.

011963     MOVE 'Y' TO BLI-SW-SEC-ELEGIBLE.
011964     MOVE TAB-ELEMENTO TO BLI-SEC-ACTUAL.
011965     MOVE TAB-INDICE   TO BLI-SEC-INDICE.
011966 4745-EXIT.
011967     EXIT.

011968*----------------------------------------------------------------
011969*   4750-EMULAR-VECINO-INFERIOR
011970*----------------------------------------------------------------
011971*   CONOCIDO EL VERDADERO ELEMENTO ANTERIOR A LA CLAVE, DEDUCE
011972*   LO QUE RESPONDERIA EL TANTEO DE 4610 Y CUANTAS LECTURAS
011973*   DIRECTAS LE COSTARIA: LOS CANDIDATOS VAN DE A UN INCREMENTO
011974*   DESDE BLI-SEC-CANDIDATO Y EL TANTEO SE CORTA AL FALLAR
011975*   BLI-TOPE-PASOS-VECINO VECES. ASI UN "AGOTADO" DE LA LECTURA
011976*   DIRECTA SALE "AGOTADO" TAMBIEN EN MODO ORDENADO.
011977*----------------------------------------------------------------
011978 4750-EMULAR-VECINO-INFERIOR.
011979     MOVE ZERO TO BLI-SEC-LECTURAS.

011980     IF NOT BLI-SEC-CON-VENTANA
011981         GO TO 4750-EXIT
011982     END-IF.

011983     IF BLI-SEC-HAY-ANTERIOR
011984         COMPUTE BLI-SEC-PASOS =
011985             (BLI-SEC-CANDIDATO - BLI-SEC-ANTERIOR)
011986             / BLI-INCREMENTO-VECINO
011987         IF BLI-SEC-PASOS < BLI-TOPE-PASOS-VECINO
011988             MOVE 'H' TO BLI-ORD-EST-INF(BLI-IDX-ORD)
011989             MOVE BLI-SEC-ANTERIOR
011990                 TO BLI-ORD-VECINO-INF(BLI-IDX-ORD)
011991             COMPUTE BLI-SEC-LECTURAS = BLI-SEC-PASOS + 1
011992             GO TO 4750-SUMAR
011993         END-IF
011994     ELSE
011995         COMPUTE BLI-SEC-PASOS =
011996             (BLI-SEC-CANDIDATO - BLI-VALOR-INICIAL-CTL)
011997             / BLI-INCREMENTO-VECINO + 1
011998         IF BLI-SEC-PASOS < BLI-TOPE-PASOS-VECINO
011999             MOVE BLI-SEC-PASOS TO BLI-SEC-LECTURAS
012000             GO TO 4750-SUMAR
012001         END-IF
012002     END-IF.

012003     MOVE 'T' TO BLI-ORD-EST-INF(BLI-IDX-ORD).
012004     MOVE BLI-TOPE-PASOS-VECINO TO BLI-SEC-LECTURAS.
012005 4750-SUMAR.
012006     ADD BLI-SEC-LECTURAS TO BLI-ORD-LECT-VECINOS(BLI-IDX-ORD).
012007 4750-EXIT.
012008     EXIT.

012009*----------------------------------------------------------------
012010*   4760-EMULAR-VECINO-SUPERIOR
012011*----------------------------------------------------------------
012012*   LO MISMO PARA EL VECINO SUPERIOR, QUE ES EL ELEMENTO ACTUAL
012013*   DEL RECORRIDO. EN UNA TABLA DE ARCHIVO 4655 LO LEE EXACTO
012014*   CON START Y UNA LECTURA (SOLO EL START SI NO HAY NADA MAS
012015*   ADELANTE EN TODO EL ARCHIVO); EN UNA DE SECUENCIA SE DEDUCE
012016*   EL TANTEO DE 4650/4660.
012017*----------------------------------------------------------------
012018 4760-EMULAR-VECINO-SUPERIOR.
012019     MOVE ZERO TO BLI-SEC-LECTURAS.

012020     IF BLI-INCREMENTO-CTL = ZERO
012021         IF NOT BLI-SEC-FIN
012022             MOVE 'H' TO BLI-ORD-EST-SUP(BLI-IDX-ORD)
012023             MOVE BLI-SEC-ACTUAL
012024                 TO BLI-ORD-VECINO-SUP(BLI-IDX-ORD)
012025         END-IF
012026         IF BLI-SEC-EOF
012027             MOVE 1 TO BLI-SEC-LECTURAS
012028         ELSE
012029             MOVE 2 TO BLI-SEC-LECTURAS
012030         END-IF
012031         GO TO 4760-SUMAR
012032     END-IF.

012033     IF BLI-CLAVE < BLI-VALOR-INICIAL-CTL
012034         MOVE BLI-VALOR-INICIAL-CTL TO BLI-VEC-CALC
012035     ELSE
012036         MOVE BLI-CLAVE TO BLI-VEC-DIFERENCIA
012037         SUBTRACT BLI-VALOR-INICIAL-CTL
012038             FROM BLI-VEC-DIFERENCIA
012039         DIVIDE BLI-VEC-DIFERENCIA BY BLI-INCREMENTO-CTL
012040             GIVING BLI-VEC-COCIENTE
012041             REMAINDER BLI-VEC-RESTO
012042         MOVE BLI-VEC-COCIENTE TO BLI-VEC-CALC
012043         ADD 1 TO BLI-VEC-CALC
012044         MULTIPLY BLI-INCREMENTO-CTL BY BLI-VEC-CALC
012045         ADD BLI-VALOR-INICIAL-CTL TO BLI-VEC-CALC
012046     END-IF.

012047     IF BLI-VEC-CALC > BLI-CLAVE-MAXIMA
012048         GO TO 4760-EXIT
012049     END-IF.

012050     IF NOT BLI-SEC-FIN
012051         COMPUTE BLI-SEC-PASOS =
012052             (BLI-SEC-ACTUAL - BLI-VEC-CALC)
012053             / BLI-INCREMENTO-CTL
012054         IF BLI-SEC-PASOS < BLI-TOPE-PASOS-VECINO
012055             MOVE 'H' TO BLI-ORD-EST-SUP(BLI-IDX-ORD)
012056             MOVE BLI-SEC-ACTUAL
012057                 TO BLI-ORD-VECINO-SUP(BLI-IDX-ORD)
012058             COMPUTE BLI-SEC-LECTURAS = BLI-SEC-PASOS + 1
012059             GO TO 4760-SUMAR
012060         END-IF
012061     ELSE
012062         COMPUTE BLI-SEC-PASOS =
012063             (BLI-CLAVE-MAXIMA - BLI-VEC-CALC)
012064             / BLI-INCREMENTO-CTL + 1
012065         IF BLI-SEC-PASOS < BLI-TOPE-PASOS-VECINO
012066             MOVE BLI-SEC-PASOS TO BLI-SEC-LECTURAS
012067             GO TO 4760-SUMAR
012068         END-IF
012069     END-IF.

012070     MOVE 'T' TO BLI-ORD-EST-SUP(BLI-IDX-ORD).
012071     MOVE BLI-TOPE-PASOS-VECINO TO BLI-SEC-LECTURAS.
012072 4760-SUMAR.
012073     ADD BLI-SEC-LECTURAS TO BLI-ORD-LECT-VECINOS(BLI-IDX-ORD).
012074 4760-EXIT.
012075     EXIT.

012076*----------------------------------------------------------------
012077*   4770-GUARDAR-ORDENADA
012078*----------------------------------------------------------------
012079*   AGREGA A BLI-ORD LA CLAVE EN CURSO COMO NO ENCONTRADA Y SIN
012080*   VECINOS; QUIEN LO PERFORMA COMPLETA EL RESULTADO.
012081*----------------------------------------------------------------
012082 4770-GUARDAR-ORDENADA.
012083     ADD 1 TO BLI-ORD-CANT.
012084     MOVE BLI-ORD-CANT TO BLI-IDX-ORD.

012085     MOVE BLI-SEC-TABLA TO BLI-ORD-TABLA(BLI-IDX-ORD).
012086     MOVE BLI-CLAVE     TO BLI-ORD-CLAVE(BLI-IDX-ORD).
012087     MOVE BLI-SW-CLAVE-VALIDA
012088         TO BLI-ORD-SW-VALIDA(BLI-IDX-ORD).
012089     MOVE 'N'  TO BLI-ORD-SW-ENCONTRADA(BLI-IDX-ORD).
012090     MOVE ZERO TO BLI-ORD-POSICION(BLI-IDX-ORD).
012091     MOVE 'N'  TO BLI-ORD-EST-INF(BLI-IDX-ORD).
012092     MOVE ZERO TO BLI-ORD-VECINO-INF(BLI-IDX-ORD).
012093     MOVE 'N'  TO BLI-ORD-EST-SUP(BLI-IDX-ORD).
012094     MOVE ZERO TO BLI-ORD-VECINO-SUP(BLI-IDX-ORD).
012095     MOVE ZERO TO BLI-ORD-LECT-VECINOS(BLI-IDX-ORD).
012096 4770-EXIT.
012097     EXIT.

012098*----------------------------------------------------------------
012099*   4790-TOMAR-VECINOS-ORDENADOS
012100*----------------------------------------------------------------
012101*   REEMPLAZA A 4600 CUANDO LA CLAVE SALIO DE BLI-ORD: DEJA LOS
012102*   VECINOS, SUS DISTANCIAS Y LOS INDICADORES DE TOPE IGUAL QUE
012103*   LOS DEJARIA EL TANTEO, Y SUMA LAS LECTURAS QUE EL TANTEO SE
012104*   AHORRO.
012105*----------------------------------------------------------------
012106 4790-TOMAR-VECINOS-ORDENADOS.
012107     MOVE 'N' TO BLI-SW-VECINO-INF.
012108     MOVE 'N' TO BLI-SW-VECINO-SUP.
012109     MOVE 'N' TO BLI-SW-TOPE-INF.
012110     MOVE 'N' TO BLI-SW-TOPE-SUP.

012111     IF BLI-ORD-INF-HALLADO(BLI-IDX-ORD)
012112         MOVE 'Y' TO BLI-SW-VECINO-INF
012113         MOVE BLI-ORD-VECINO-INF(BLI-IDX-ORD) TO BLI-VECINO-INF
012114         COMPUTE BLI-DIST-INF = BLI-CLAVE - BLI-VECINO-INF
012115     END-IF.
012116     IF BLI-ORD-INF-TOPE(BLI-IDX-ORD)
012117         MOVE 'Y' TO BLI-SW-TOPE-INF
012118     END-IF.

012119     IF BLI-ORD-SUP-HALLADO(BLI-IDX-ORD)
012120         MOVE 'Y' TO BLI-SW-VECINO-SUP
012121         MOVE BLI-ORD-VECINO-SUP(BLI-IDX-ORD) TO BLI-VECINO-SUP
012122         COMPUTE BLI-DIST-SUP = BLI-VECINO-SUP - BLI-CLAVE
012123     END-IF.
012124     IF BLI-ORD-SUP-TOPE(BLI-IDX-ORD)
012125         MOVE 'Y' TO BLI-SW-TOPE-SUP
012126     END-IF.

012127     ADD BLI-ORD-LECT-VECINOS(BLI-IDX-ORD)
012128         TO BLI-ORD-LECT-EVITADAS.
012129 4790-EXIT.
012130     EXIT.

012131*****************************************************************
012132*   4900-MOSTRAR-RESULTADO
012133*----------------------------------------------------------------
012134*   DISPLAY DE RESULTADO PARA EL MODO DE CLAVE UNICA (IGUAL
012135*   QUE EN LA VERSION ORIGINAL DEL PROGRAMA).
012136*****************************************************************
012137 4900-MOSTRAR-RESULTADO.
012138     DISPLAY "Buscando el valor: " BLI-CLAVE.

012139     IF BLI-CLAVE-INVALIDA
012140         DISPLAY "BLI0008I CLAVE INVALIDA"
012141     ELSE
012142         IF BLI-CLAVE-ENCONTRADA
012143             DISPLAY "CLAVE ENCONTRADA EN LA POSICION "
012144                 BLI-INDICE-HALLADO
012145         ELSE
012146             DISPLAY "CLAVE NO ENCONTRADA"
012147         END-IF
012148     END-IF.

012149     IF BLI-CLAVE-VALIDA
012150         DISPLAY "BLI0011I MODO DE BUSQUEDA: " BLI-MODO-EFECTIVO
012151             " COMPARACIONES: " BLI-CONTADOR-COMPARACIONES
012152     END-IF.
012153 4900-EXIT.
012154     EXIT.

012155*----------------------------------------------------------------
012156*   4970-FIJAR-RETURN-CODE
012157*----------------------------------------------------------------
012158*   DEJA EN RETURN-CODE EL RESULTADO DE LA BUSQUEDA DE CLAVE UNICA
012159*   PARA QUE EL PASO DE JCL QUE INVOCO EL PROGRAMA PUEDA DECIDIR
012160*   SEGUN EL CODIGO (0 = ENCONTRADA, 4 = NO ENCONTRADA, 8 =
012161*   CLAVE INVALIDA).
012162*----------------------------------------------------------------
012163 4970-FIJAR-RETURN-CODE.
012164     IF BLI-CLAVE-INVALIDA
012165         MOVE 8 TO RETURN-CODE
012166     ELSE
012167         IF BLI-CLAVE-ENCONTRADA
012168             MOVE 0 TO RETURN-CODE
012169         ELSE
012170             MOVE 4 TO RETURN-CODE
012171         END-IF
012172     END-IF.
012173 4970-EXIT.
012174     EXIT.

012175*****************************************************************
012176*   4950-GRABAR-AUDITORIA
012177*----------------------------------------------------------------
012178*   GRABA UN RENGLON DE AUDITORIA POR CADA CLAVE BUSCADA, YA SEA
012179*   EN MODO LOTE O DE CLAVE UNICA, CON FECHA, HORA, LA CLAVE, EL
012180*   RESULTADO (ENCONTRADA/NO ENCONTRADA/INVALIDA) Y LA POSICION
012181*   HALLADA (CERO SI NO CORRESPONDE).
012182*****************************************************************
012183 4950-GRABAR-AUDITORIA.
012184     MOVE SPACES TO REG-AUDITORIA.

012185     MOVE BLI-TABLA-ACTUAL TO AUD-TABLA.

012186     IF BLI-MODO-LOTE
012187         MOVE TRANS-SISTEMA-ORIGEN TO AUD-ORIGEN
012188         MOVE TRANS-ID-SOLICITUD   TO AUD-SOLICITUD
012189         MOVE BLI-PRIORIDAD-TRANS  TO AUD-PRIORIDAD
012190     END-IF.

012191     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
012192     ACCEPT AUD-HORA  FROM TIME.

012193     MOVE BLI-CLAVE TO AUD-CLAVE.

012194     IF BLI-CLAVE-INVALIDA
012195         MOVE "INVALIDA"      TO AUD-RESULTADO
012196         MOVE ZERO TO AUD-POSICION
012197     ELSE
012198         IF BLI-CLAVE-ENCONTRADA
012199             MOVE "ENCONTRADA"    TO AUD-RESULTADO
012200             MOVE BLI-INDICE-HALLADO TO AUD-POSICION
012201         ELSE
012202             MOVE "NO ENCONTRADA" TO AUD-RESULTADO
012203             MOVE ZERO TO AUD-POSICION
012204         END-IF
012205     END-IF.

012206     PERFORM 4960-GRABAR-AUDITORIA-SELLADA THRU 4960-EXIT.

012207     PERFORM 1086-VALIDAR-EF-AUDITORIA THRU 1086-EXIT.
012208 4950-EXIT.
012209     EXIT.

012210*----------------------------------------------------------------
012211*   4960-GRABAR-AUDITORIA-SELLADA
012212*----------------------------------------------------------------
012213*   GRABA EL REGISTRO DE AUDITORIA YA ARMADO COMPLETANDO ANTES
012214*   SU CADENA DE CONTROL: TIPO (DETALLE, SALVO QUE SE ESTE
012215*   GRABANDO EL TRAILER), IDENTIFICADOR DE LA CORRIDA, SIGUIENTE
012216*   SECUENCIA Y SELLO ENCADENADO AL DEL REGISTRO ANTERIOR
012217*   (MODULO BLISELLO). TODO WRITE DE REG-AUDITORIA PASA POR
012218*   ACA; EL FILE STATUS LO VALIDA QUIEN LO PERFORMA, CON
012219*   1086-VALIDAR-EF-AUDITORIA, COMO ANTES DEL SELLADO.
012220*----------------------------------------------------------------
012221 4960-GRABAR-AUDITORIA-SELLADA.
012222     IF NOT AUD-TRAILER
012223         MOVE 'D' TO AUD-TIPO-REG
012224         ADD 1 TO BLI-AUD-DETALLES
012225     END-IF.

012226     ADD 1 TO BLI-AUD-SECUENCIA.
012227     MOVE BLI-CORRIDA-ID    TO AUD-CORRIDA.
012228     MOVE BLI-AUD-SECUENCIA TO AUD-SECUENCIA.
012229     MOVE ZERO              TO AUD-SELLO.

012230     MOVE BLI-AUD-SELLO-ANTERIOR TO BLIS-SELLO-ANTERIOR.
012231     MOVE REG-AUDITORIA          TO BLIS-REGISTRO.
012232     CALL 'BLISELLO' USING BLIS-AREA.

012233     MOVE BLIS-SELLO TO AUD-SELLO.
012234     MOVE BLIS-SELLO TO BLI-AUD-SELLO-ANTERIOR.

012235     WRITE REG-AUDITORIA.
012236 4960-EXIT.
012237     EXIT.

012238*****************************************************************
012239*   8000-BORRAR-CHECKPOINT
012240*----------------------------------------------------------------
012241*   LIMPIA EL ARCHIVO DE CHECKPOINT CUANDO LA FASE QUE VENIA
012250*   CONTROLANDO (CONSTRUCCION O LOTE) TERMINO POR COMPLETO.
012260*****************************************************************
012270 8000-BORRAR-CHECKPOINT.
012377*   EN LA BITACORA, CON EL RETURN-CODE YA FIJADO.
012380*****************************************************************
012390 9000-FINALIZAR.
012392     PERFORM 9050-GRABAR-TRAILER-AUDITORIA THRU 9050-EXIT.
012395     PERFORM 9100-GRABAR-RUNLOG THRU 9100-EXIT.
012400     CLOSE ARCHIVO-TABLA.
012410     CLOSE ARCHIVO-AUDITORIA.
012420 9000-EXIT.
012430     EXIT.

012431*****************************************************************
012432*   9050-GRABAR-TRAILER-AUDITORIA
012433*----------------------------------------------------------------
012434*   CIERRA EL BLOQUE DE AUDITLOG DE ESTA CORRIDA CON SU TRAILER
012435*   (VER BLIAUD): CANTIDAD DE DETALLES GRABADOS, CLAVES DE
012436*   CIERRE (LAS MISMAS QUE VAN A RUN-CLAVES), CLAVES ARRASTRADAS
012437*   DEL CHECKPOINT SI SE REANUDO UN LOTE, TRANSACCIONES DE RANGO
012438*   DE ESTA CORRIDA Y MODO. SE GRABA EN TODO CIERRE CON AUDITLOG
012439*   ABIERTO, INCLUSO CORTADO POR TOPE HORARIO O TERMINADO EN 16;
012440*   SOLO UN ABEND O UN ERROR DE E/S SOBRE AUDITLOG DEJAN EL
012441*   BLOQUE SIN TRAILER. UN ERROR AL GRABAR EL TRAILER MISMO SE
012442*   INFORMA AQUI (BLI0020E) Y DEJA LA CORRIDA EN 16, PERO 9000
012443*   SIGUE: GRABA RUNLOG Y CIERRA LOS ARCHIVOS IGUAL.
012444*****************************************************************
012445 9050-GRABAR-TRAILER-AUDITORIA.
012446     IF NOT BLI-AUDITORIA-ABIERTA
012447         GO TO 9050-EXIT
012448     END-IF.

012449     MOVE SPACES TO REG-AUDITORIA.
012450     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
012451     ACCEPT AUD-HORA  FROM TIME.
012452     MOVE 'T' TO AUD-TIPO-REG.

012453     MOVE BLI-AUD-DETALLES  TO AUD-TRL-DETALLES.
012454     MOVE "*FIN CORRIDA*"   TO AUD-TRL-MARCA.
012455     MOVE BLI-TOTAL-CLAVES  TO AUD-TRL-CLAVES.
012456     MOVE BLI-AUD-ARRASTRE  TO AUD-TRL-ARRASTRE.
012457     MOVE BLI-AUD-RANGOS    TO AUD-TRL-RANGOS.

012458     IF BLI-MODO-LOTE
012459         MOVE 'L' TO AUD-TRL-MODO
012460     ELSE
012461         MOVE 'U' TO AUD-TRL-MODO
012462     END-IF.

012463     PERFORM 4960-GRABAR-AUDITORIA-SELLADA THRU 4960-EXIT.
012464     IF BLI-EF-AUDITORIA NOT = '00'
012465         DISPLAY "BLI0020E ERROR DE E/S EN ARCHIVO-AUDITORIA - "
012466             "FILE STATUS " BLI-EF-AUDITORIA
012467         MOVE 16 TO RETURN-CODE
012468     END-IF.

012469     MOVE 'N' TO BLI-SW-AUDITORIA-ABIERTA.
012470 9050-EXIT.
012471     EXIT.

012472*****************************************************************
012473*   9100-GRABAR-RUNLOG
012474*----------------------------------------------------------------
012475*   GRABA EL REGISTRO DE BITACORA DE ESTA EJECUCION (VER
012480*   BLIRUN). LA BITACORA ES INFORMATIVA: SI NO PUEDE GRABARSE SE
012490*   AVISA Y LA CORRIDA TERMINA IGUAL, SIN TOCAR EL RETURN-CODE
012500*   QUE YA QUEDO FIJADO.
012740     MOVE SPACES TO REG-CORRIDA.
012750     ACCEPT RUN-FECHA FROM DATE YYYYMMDD.
012760     MOVE BLI-HORA-INICIO TO RUN-HORA-INICIO.
012765     MOVE BLI-CORRIDA-ID  TO RUN-CORRIDA.
012770     MOVE BLI-HORA-FINAL  TO RUN-HORA-FIN.

012780     IF BLI-MODO-LOTE
