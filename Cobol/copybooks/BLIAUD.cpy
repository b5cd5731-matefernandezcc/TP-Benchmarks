000197*    MODO DE CLAVE UNICA. AUD-PRIORIDAD ES LA CLASE DE PRIORIDAD
000198*    YA NORMALIZADA ('A'/'N'/'B', VER BLITRAN); EN BLANCO EN EL
000199*    HISTORICO ANTERIOR Y EN EL MODO DE CLAVE UNICA.
000200*
000201*    CADENA DE CONTROL: CADA CORRIDA DE BUSQUEDALINEALIMPARES
000202*    GRABA SUS REGISTROS COMO UN BLOQUE CONTIGUO IDENTIFICADO
000203*    POR AUD-CORRIDA (FECHA Y HORA CON CENTESIMAS DEL INICIO DE
000204*    LA CORRIDA, LA MISMA QUE RUN-CORRIDA EN BLIRUN). DENTRO DEL
000205*    BLOQUE AUD-SECUENCIA EMPIEZA EN 1 Y SUBE DE A UNO, Y
000206*    AUD-SELLO ES EL VALOR ENCADENADO QUE CALCULA BLISELLO (VER
000207*    BLISELL) SOBRE LOS PRIMEROS 109 BYTES (HASTA EL FILLER QUE
000208*    PRECEDE A AUD-SELLO), PARTIENDO DEL SELLO DEL REGISTRO
000209*    ANTERIOR DEL BLOQUE (CERO PARA EL PRIMERO).
000210*    EL BLOQUE TERMINA CON UN TRAILER (AUD-TIPO-REG 'T') QUE
000211*    LLEVA EN AUD-DATOS-TRAILER LA CANTIDAD DE DETALLES DEL
000212*    BLOQUE, LAS CLAVES DE CIERRE DE LA CORRIDA (RUN-CLAVES),
000213*    LAS CLAVES ARRASTRADAS DEL CHECKPOINT AL REANUDAR UN LOTE,
000214*    LAS TRANSACCIONES DE RANGO DE LA CORRIDA (NINGUN RANGO SE
000215*    AUDITA) Y EL MODO ('L'/'U'); EL TRAILER TAMBIEN VA SELLADO.
000216*    UNA CORRIDA ABORTADA DEJA SU BLOQUE SIN TRAILER.
000217*    LOS REGISTROS ANTERIORES A LA CADENA (80 BYTES) SE LEEN CON
000218*    ESTA PARTE EN BLANCO (AUD-SIN-CADENA). TODO LECTOR QUE
000219*    CUENTE BUSQUEDAS DEBE SALTEAR LOS TRAILERS (AUD-TRAILER).
000220*****************************************************************
000221 01  REG-AUDITORIA.
000222     05  AUD-FECHA                PIC 9(08).
000230     05  FILLER                   PIC X(01).
000240     05  AUD-HORA                 PIC 9(08).
000250     05  FILLER                   PIC X(01).
000255     05  AUD-DATOS-BUSQUEDA.
000260         10  AUD-CLAVE            PIC 9(07).
000270         10  FILLER               PIC X(01).
000280         10  AUD-RESULTADO        PIC X(13).
000290         10  FILLER               PIC X(01).
000300         10  AUD-POSICION         PIC 9(07).
000302         10  FILLER               PIC X(01).
000304         10  AUD-TABLA            PIC X(08).
000305         10  FILLER               PIC X(01).
000306         10  AUD-ORIGEN           PIC X(04).
000307         10  FILLER               PIC X(01).
000308         10  AUD-SOLICITUD        PIC X(12).
000309         10  FILLER               PIC X(01).
000310         10  AUD-PRIORIDAD        PIC X(01).
000311         10  FILLER               PIC X(04).
000321     05  AUD-DATOS-TRAILER REDEFINES AUD-DATOS-BUSQUEDA.
000331         10  AUD-TRL-DETALLES     PIC 9(07).
000341         10  FILLER               PIC X(01).
000351         10  AUD-TRL-MARCA        PIC X(13).
000361         10  FILLER               PIC X(01).
000371         10  AUD-TRL-CLAVES       PIC 9(07).
000381         10  FILLER               PIC X(01).
000391         10  AUD-TRL-ARRASTRE     PIC 9(07).
000401         10  FILLER               PIC X(01).
000411         10  AUD-TRL-RANGOS       PIC 9(07).
000421         10  FILLER               PIC X(01).
000431         10  AUD-TRL-MODO         PIC X(01).
000441         10  FILLER               PIC X(15).
000451     05  AUD-TIPO-REG             PIC X(01).
000461         88  AUD-DETALLE                   VALUE 'D'.
000471         88  AUD-TRAILER                   VALUE 'T'.
000481     05  FILLER                   PIC X(01).
000491     05  AUD-CORRIDA.
000501         88  AUD-SIN-CADENA                VALUE SPACES.
000511         10  AUD-CORRIDA-FECHA    PIC 9(08).
000521         10  AUD-CORRIDA-HORA     PIC 9(08).
000531     05  FILLER                   PIC X(01).
000541     05  AUD-SECUENCIA            PIC 9(09).
000551     05  FILLER                   PIC X(01).
000561     05  AUD-SELLO                PIC 9(09).
000571     05  FILLER                   PIC X(02).
