000100*****************************************************************
000110*PROGRAM-ID.  BLICONS
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*INSTALLATION. CENTRO DE COMPUTOS
000140*DATE-WRITTEN. 2026-10-15
000150*DATE-COMPILED.
000160*----------------------------------------------------------------
000170*REMARKS.
000180*    TRANSACCION EN LINEA BLIC DE CONSULTA DE UNA CLAVE PARA LA
000190*    MESA DE AYUDA: RESPONDE "ESTA CARGADA LA CLAVE X EN LA
000200*    TABLA Y" SIN ESPERAR AL LOTE NI PEDIR UN PASO DE CLAVE
000210*    UNICA. EL OPERADOR TIPEA EN PANTALLA LIMPIA
000220*        BLIC TTTTTTTT NNNNNNN
000230*    CON LA TABLA EN LAS COLUMNAS 6-13 (EN BLANCO SE USA LA
000240*    TABLA HISTORICA "IMPARES", IGUAL QUE EN BLIBUSCA) Y LA
000250*    CLAVE DE 7 DIGITOS CON CEROS A LA IZQUIERDA EN LAS
000260*    COLUMNAS 15-21.
000270*
000280*    PAGINA 1: LLAMA A BLIBUSCA (AREA BLILINK) Y MUESTRA SU
000290*    CODIGO DE RETORNO, SI LA CLAVE ES VALIDA, SI FUE
000300*    ENCONTRADA Y SU POSICION. SI NO FUE ENCONTRADA MUESTRA LOS
000310*    ELEMENTOS CARGADOS MAS CERCANOS POR DEBAJO Y POR ENCIMA CON
000320*    SU DISTANCIA, O "NINGUNO", COMO LAS COLUMNAS DE VECINOS DE
000330*    SALIDA. LOS VECINOS SE LEEN CON UN BROWSE DE TABLAVSM
000340*    (STARTBR/READNEXT/READPREV), ASI QUE SON EXACTOS Y NO
000350*    DEPENDEN DE NINGUN TOPE DE TANTEO.
000360*    PAGINA 2: LAS ENTRADAS MAS RECIENTES DE AUDITLOG PARA ESA
000370*    TABLA Y CLAVE (FECHA, HORA, ORIGEN, SOLICITUD, RESULTADO Y
000380*    POSICION), LEYENDO EL ARCHIVO HACIA ATRAS DESDE EL FINAL.
000390*    LOS REGISTROS HISTORICOS CON AUD-TABLA EN BLANCO CUENTAN
000400*    COMO DE LA TABLA "IMPARES". LA LECTURA SE CORTA AL LLENAR
000410*    LA PAGINA O AL LLEGAR A CON-TOPE-LECTURAS REGISTROS, PARA
000420*    NO RECORRER TODO EL HISTORICO DESDE UNA TERMINAL.
000430*
000440*    TECLAS: PF8 PAGINA DE AUDITORIA, PF7 PAGINA DE LA CLAVE,
000450*    ENTER REPITE LA PAGINA ACTUAL, PF3 O CLEAR TERMINAN. ES
000460*    PSEUDO-CONVERSACIONAL: LA TABLA, LA CLAVE Y LA PAGINA
000470*    VIAJAN EN LA COMMAREA. LA SALIDA ES SEND TEXT, SIN MAPA.
000480*
000490*    ARCHIVOS DEFINIDOS EN CICS, AMBOS DE SOLO LECTURA:
000500*      TABLAVSM  EL KSDS DE LAS TABLAS (READ/BROWSE).
000510*      AUDITLOG  EL ESDS DE AUDITORIA (BROWSE HACIA ATRAS).
000520*    LA TRANSACCION NUNCA MODIFICA NINGUN ARCHIVO: NO EMITE
000530*    WRITE, REWRITE NI DELETE, Y BLIBUSCA ABRE TABLAVSM SOLO DE
000540*    ENTRADA.
000550*----------------------------------------------------------------
000560*MODIFICATION HISTORY.
000570*    2026-10-15  RE   VERSION ORIGINAL.
000571*    2026-10-15  RE   AUDITLOG A 120 BYTES CON CADENA DE CONTROL
000572*                     (VER BLIAUD): LOS TRAILERS DE CORRIDA SE
000573*                     SALTEAN Y EL AREA SE LIMPIA ANTES DE CADA
000574*                     LECTURA, PORQUE LOS REGISTROS ANTERIORES
000575*                     MIDEN 80 Y NO LA CUBREN ENTERA.
000580*****************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID.     BLICONS.
000610 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000620 INSTALLATION.   CENTRO DE COMPUTOS.
000630 DATE-WRITTEN.   15/10/2026.
000640 DATE-COMPILED.

000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER.    IBM-370.
000680 OBJECT-COMPUTER.    IBM-370.
000690 SPECIAL-NAMES.
000700     DECIMAL-POINT IS COMMA.

000710 DATA DIVISION.
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740*   AREA DE CONVERSACION: LO QUE SE RECUERDA ENTRE UNA TECLA Y
000750*   LA SIGUIENTE. LA TABLA YA VIENE RESUELTA ("IMPARES" SI SE
000760*   PIDIO EN BLANCO).
000770*----------------------------------------------------------------
000780 01  CON-COMMAREA.
000790     05  CON-CA-TABLA            PIC X(08).
000800     05  CON-CA-CLAVE            PIC 9(07).
000810     05  CON-CA-PAGINA           PIC 9(01).
000820         88  CON-PAGINA-CLAVE             VALUE 1.
000830         88  CON-PAGINA-AUDITORIA         VALUE 2.

000840*----------------------------------------------------------------
000850*   PEDIDO TIPEADO POR EL OPERADOR (COLUMNAS FIJAS, VER
000860*   REMARKS).
000870*----------------------------------------------------------------
000880 01  CON-ENTRADA.
000890     05  CON-ENT-TRANSACCION     PIC X(04).
000900     05  FILLER                  PIC X(01).
000910     05  CON-ENT-TABLA           PIC X(08).
000920     05  FILLER                  PIC X(01).
000930     05  CON-ENT-CLAVE           PIC X(07).
000940     05  CON-ENT-CLAVE-NUM REDEFINES CON-ENT-CLAVE
000950                                 PIC 9(07).
000960     05  FILLER                  PIC X(59).

000970 01  CON-LARGO-ENTRADA           PIC S9(04) COMP VALUE +80.
000980 01  CON-LARGO-PANTALLA          PIC S9(04) COMP VALUE +1920.
000990 01  CON-LARGO-COMMAREA          PIC S9(04) COMP VALUE +16.
001000 01  CON-RESP                    PIC S9(08) COMP VALUE ZERO.

001010 01  CON-SW-PEDIDO               PIC X(01) VALUE 'Y'.
001020     88  CON-PEDIDO-VALIDO                VALUE 'Y'.
001030     88  CON-PEDIDO-INVALIDO              VALUE 'N'.

001040*----------------------------------------------------------------
001050*   AREA DE COMUNICACION CON EL MODULO DE BUSQUEDA BLIBUSCA.
001060*----------------------------------------------------------------
001070     COPY BLILINK.

001080*----------------------------------------------------------------
001090*   REGISTROS LEIDOS DE TABLAVSM Y DE AUDITLOG.
001100*----------------------------------------------------------------
001110     COPY BLITAB.

001120     COPY BLIAUD.

001130*----------------------------------------------------------------
001140*   BROWSE DE VECINOS SOBRE TABLAVSM: CLAVE BUSCADA Y CLAVE DE
001150*   POSICIONAMIENTO (RIDFLD), AMBAS CON EL LAYOUT DE TAB-CLAVE.
001160*----------------------------------------------------------------
001170 01  CON-CLAVE-BUSCADA.
001180     05  CON-CB-TABLA-ID         PIC X(08).
001190     05  CON-CB-ELEMENTO         PIC 9(07).

001200 01  CON-RID-TABLA.
001210     05  CON-RID-TABLA-ID        PIC X(08).
001220     05  CON-RID-ELEMENTO        PIC 9(07).

001230 01  CON-SW-BROWSE-TABLA         PIC X(01) VALUE 'N'.
001240     88  CON-BROWSE-TABLA-ACTIVO          VALUE 'Y'.
001250 01  CON-SW-FIN-BROWSE           PIC X(01) VALUE 'N'.
001260     88  CON-FIN-BROWSE                   VALUE 'Y'.
001270 01  CON-SW-VECINO-INF           PIC X(01) VALUE 'N'.
001280     88  CON-VECINO-INF-HALLADO           VALUE 'Y'.
001290 01  CON-SW-VECINO-SUP           PIC X(01) VALUE 'N'.
001300     88  CON-VECINO-SUP-HALLADO           VALUE 'Y'.

001310 01  CON-VECINO-INF              PIC 9(07) VALUE ZERO.
001320 01  CON-VECINO-SUP              PIC 9(07) VALUE ZERO.
001330 01  CON-DIST-INF                PIC 9(07) VALUE ZERO.
001340 01  CON-DIST-SUP                PIC 9(07) VALUE ZERO.
001350 01  CON-LECTURAS-VECINO         PIC 9(01) VALUE ZERO.

001360*----------------------------------------------------------------
001370*   BROWSE HACIA ATRAS DE AUDITLOG. EL RBA EN X'FFFFFFFF'
001380*   POSICIONA AL FINAL DEL ESDS PARA EL PRIMER READPREV.
001390*----------------------------------------------------------------
001400 01  CON-RBA-AUDITORIA           PIC S9(08) COMP VALUE ZERO.
001410 01  CON-RBA-AUDITORIA-X REDEFINES CON-RBA-AUDITORIA
001420                                 PIC X(04).

001430 01  CON-MAX-ENTRADAS-AUD        PIC 9(02) VALUE 15.
001440 01  CON-TOPE-LECTURAS           PIC 9(07) VALUE 20000.
001450 01  CON-CANT-ENTRADAS-AUD       PIC 9(02) VALUE ZERO.
001460 01  CON-LEIDOS-AUDITORIA        PIC 9(07) VALUE ZERO.
001470 01  CON-RENGLON-ACTUAL          PIC 9(02) VALUE ZERO.

001480 01  CON-SW-FIN-AUDITORIA        PIC X(01) VALUE 'N'.
001490     88  CON-FIN-AUDITORIA                VALUE 'Y'.
001500 01  CON-SW-AUDITORIA-ERROR      PIC X(01) VALUE 'N'.
001510     88  CON-AUDITORIA-CON-ERROR          VALUE 'Y'.

001520*----------------------------------------------------------------
001530*   PANTALLA: 24 RENGLONES DE 80 COLUMNAS ENVIADOS CON SEND
001540*   TEXT. CADA RENGLON SE ARMA EN UNO DE LOS LAYOUTS DE ABAJO Y
001550*   SE MUEVE A SU LUGAR.
001560*----------------------------------------------------------------
001570 01  CON-PANTALLA.
001580     05  CON-RENGLON OCCURS 24 TIMES
001590                                 PIC X(80).

001600 01  CON-LIN-TITULO.
001610     05  FILLER                  PIC X(40) VALUE
001620         "BLIC  CONSULTA DE CLAVE EN TABLAVSM".
001630     05  CPT-SUBTITULO           PIC X(27) VALUE SPACES.
001640     05  FILLER                  PIC X(07) VALUE "PAGINA ".
001650     05  CPT-PAGINA              PIC 9(01).
001660     05  FILLER                  PIC X(05) VALUE " DE 2".

001670 01  CON-LIN-PEDIDO.
001680     05  FILLER                  PIC X(06) VALUE "TABLA ".
001690     05  CPP-TABLA               PIC X(08).
001700     05  FILLER                  PIC X(10) VALUE "    CLAVE ".
001710     05  CPP-CLAVE               PIC 9(07).
001720     05  FILLER                  PIC X(49) VALUE SPACES.

001730 01  CON-LIN-DATO.
001740     05  CPD-ROTULO              PIC X(20).
001750     05  CPD-VALOR               PIC X(20).
001760     05  CPD-ROTULO-2            PIC X(12).
001770     05  CPD-VALOR-2             PIC X(28).

001780 01  CON-NUMERO-EDITADO          PIC 9(07).

001790 01  CON-LIN-ENCABEZADO-AUD.
001800     05  FILLER                  PIC X(40) VALUE
001810         "FECHA    HORA     ORIGEN SOLICITUD     ".
001820     05  FILLER                  PIC X(40) VALUE
001830         "RESULTADO     POSICION  PRI".

001840 01  CON-LIN-AUDITORIA.
001850     05  CPA-FECHA               PIC 9(08).
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  CPA-HORA                PIC 9(08).
001880     05  FILLER                  PIC X(01) VALUE SPACE.
001890     05  CPA-ORIGEN              PIC X(04).
001900     05  FILLER                  PIC X(03) VALUE SPACES.
001910     05  CPA-SOLICITUD           PIC X(12).
001920     05  FILLER                  PIC X(03) VALUE SPACES.
001930     05  CPA-RESULTADO           PIC X(13).
001940     05  FILLER                  PIC X(01) VALUE SPACE.
001950     05  CPA-POSICION            PIC 9(07).
001960     05  FILLER                  PIC X(03) VALUE SPACES.
001970     05  CPA-PRIORIDAD           PIC X(01).
001980     05  FILLER                  PIC X(15) VALUE SPACES.

001990 01  CON-LIN-MENSAJE.
002000     05  CPM-TEXTO               PIC X(50).
002010     05  CPM-NUMERO              PIC 9(07).
002020     05  FILLER                  PIC X(23) VALUE SPACES.

002030 01  CON-LIN-TECLAS              PIC X(80) VALUE
002040     "PF7 CLAVE   PF8 AUDITORIA   ENTER REPETIR   PF3/CLEAR FIN".

002050 01  CON-LIN-AYUDA-1             PIC X(80) VALUE
002060     "CON0001E PEDIDO INVALIDO. FORMATO: BLIC TTTTTTTT NNNNNNN".
002070 01  CON-LIN-AYUDA-2             PIC X(80) VALUE
002080     "         TABLA EN COLUMNAS 6-13 (BLANCO = IMPARES)".
002090 01  CON-LIN-AYUDA-3             PIC X(80) VALUE
002100     "         CLAVE EN COLUMNAS 15-21, 7 DIGITOS CON CEROS".

002110 01  CON-LIN-FIN                 PIC X(80) VALUE
002120     "CON0002I FIN DE LA CONSULTA BLIC".

002130     COPY DFHAID.

002140 LINKAGE SECTION.
002150 01  DFHCOMMAREA                 PIC X(16).

002160 PROCEDURE DIVISION.
002170*****************************************************************
002180*   0000-MAINLINE
002190*----------------------------------------------------------------
002200*   SIN COMMAREA ES UN PEDIDO NUEVO TIPEADO EN PANTALLA LIMPIA:
002210*   SE VALIDA Y SE MUESTRA LA PAGINA 1. CON COMMAREA ES UNA
002220*   TECLA SOBRE UNA CONSULTA YA MOSTRADA: PF3/CLEAR TERMINA,
002230*   PF7/PF8 CAMBIAN DE PAGINA Y CUALQUIER OTRA TECLA REPITE LA
002240*   PAGINA ACTUAL. CADA PAGINA SE RELEE EN EL MOMENTO, ASI QUE
002250*   SIEMPRE MUESTRA EL ESTADO VIGENTE DE LOS ARCHIVOS.
002260*****************************************************************
002270 0000-MAINLINE.
002280     IF EIBCALEN = ZERO
002290         PERFORM 1000-RECIBIR-PEDIDO THRU 1000-EXIT
002300         IF CON-PEDIDO-INVALIDO
002310             PERFORM 8100-ENVIAR-AYUDA THRU 8100-EXIT
002320             GO TO 0000-TERMINAR
002330         END-IF
002340     ELSE
002350         MOVE DFHCOMMAREA TO CON-COMMAREA
002360         IF EIBAID = DFHPF3
002370         OR EIBAID = DFHCLEAR
002380             PERFORM 8200-ENVIAR-FIN THRU 8200-EXIT
002390             GO TO 0000-TERMINAR
002400         END-IF
002410         IF EIBAID = DFHPF7
002420             MOVE 1 TO CON-CA-PAGINA
002430         END-IF
002440         IF EIBAID = DFHPF8
002450             MOVE 2 TO CON-CA-PAGINA
002460         END-IF
002470     END-IF.

002480     MOVE SPACES TO CON-PANTALLA.
002490     PERFORM 2000-ARMAR-ENCABEZADO THRU 2000-EXIT.

002500     IF CON-PAGINA-AUDITORIA
002510         PERFORM 5000-ARMAR-PAGINA-AUDITORIA THRU 5000-EXIT
002520     ELSE
002530         PERFORM 3000-ARMAR-PAGINA-CLAVE THRU 3000-EXIT
002540     END-IF.

002550     MOVE CON-LIN-TECLAS TO CON-RENGLON(24).
002560     PERFORM 8000-ENVIAR-PANTALLA THRU 8000-EXIT.

002570     EXEC CICS RETURN
002580         TRANSID(EIBTRNID)
002590         COMMAREA(CON-COMMAREA)
002600         LENGTH(CON-LARGO-COMMAREA)
002610     END-EXEC.

002620 0000-TERMINAR.
002630     EXEC CICS RETURN
002640     END-EXEC.
002650     GOBACK.

002660*****************************************************************
002670*   1000-RECIBIR-PEDIDO
002680*----------------------------------------------------------------
002690*   RECIBE LO TIPEADO Y ARMA LA COMMAREA. LA TABLA EN BLANCO SE
002700*   RESUELVE ACA A "IMPARES" (LA MISMA REGLA DE BLIBUSCA), ASI
002710*   LOS VECINOS Y LA AUDITORIA SE BUSCAN EN LA TABLA CORRECTA.
002720*   UNA ENTRADA MAS LARGA QUE EL AREA (LENGERR) SE TOMA TRUNCADA:
002730*   LO QUE SOBRA PASA DE LA COLUMNA 21.
002740*****************************************************************
002750 1000-RECIBIR-PEDIDO.
002760     MOVE 'Y'    TO CON-SW-PEDIDO.
002770     MOVE SPACES TO CON-ENTRADA.

002780     EXEC CICS RECEIVE
002790         INTO(CON-ENTRADA)
002800         LENGTH(CON-LARGO-ENTRADA)
002810         RESP(CON-RESP)
002820     END-EXEC.

002830     IF CON-RESP NOT = DFHRESP(NORMAL)
002840     AND CON-RESP NOT = DFHRESP(LENGERR)
002850         MOVE 'N' TO CON-SW-PEDIDO
002860         GO TO 1000-EXIT
002870     END-IF.

002880     IF CON-ENT-CLAVE NOT NUMERIC
002890         MOVE 'N' TO CON-SW-PEDIDO
002900         GO TO 1000-EXIT
002910     END-IF.

002920     IF CON-ENT-TABLA = SPACES
002930         MOVE "IMPARES"     TO CON-CA-TABLA
002940     ELSE
002950         MOVE CON-ENT-TABLA TO CON-CA-TABLA
002960     END-IF.
002970     MOVE CON-ENT-CLAVE-NUM TO CON-CA-CLAVE.
002980     MOVE 1 TO CON-CA-PAGINA.
002990 1000-EXIT.
003000     EXIT.

003010*****************************************************************
003020*   2000-ARMAR-ENCABEZADO
003030*----------------------------------------------------------------
003040*   TITULO CON EL NUMERO DE PAGINA Y RENGLON DEL PEDIDO, COMUNES
003050*   A LAS DOS PAGINAS.
003060*****************************************************************
003070 2000-ARMAR-ENCABEZADO.
003080     IF CON-PAGINA-AUDITORIA
003090         MOVE "- AUDITORIA RECIENTE" TO CPT-SUBTITULO
003100     ELSE
003110         MOVE "- ESTADO DE LA CLAVE" TO CPT-SUBTITULO
003120     END-IF.
003130     MOVE CON-CA-PAGINA TO CPT-PAGINA.
003140     MOVE CON-LIN-TITULO TO CON-RENGLON(1).

003150     MOVE CON-CA-TABLA TO CPP-TABLA.
003160     MOVE CON-CA-CLAVE TO CPP-CLAVE.
003170     MOVE CON-LIN-PEDIDO TO CON-RENGLON(3).
003180 2000-EXIT.
003190     EXIT.

003200*****************************************************************
003210*   3000-ARMAR-PAGINA-CLAVE
003220*----------------------------------------------------------------
003230*   LLAMA A BLIBUSCA Y VUELCA SU RESPUESTA. CON CODIGO DISTINTO
003240*   DE 00 EL RESTO DE LA RESPUESTA NO ES SIGNIFICATIVO (VER
003250*   BLILINK) Y SOLO SE MUESTRA EL CODIGO. SI LA CLAVE NO FUE
003260*   ENCONTRADA (AUSENTE O INVALIDA) SE AGREGAN LOS VECINOS.
003270*****************************************************************
003280 3000-ARMAR-PAGINA-CLAVE.
003290     MOVE CON-CA-TABLA TO BLIB-TABLA-ID.
003300     MOVE CON-CA-CLAVE TO BLIB-CLAVE.
003310     CALL 'BLIBUSCA' USING BLIB-AREA.

003320     MOVE SPACES TO CON-LIN-DATO.
003330     MOVE "CODIGO BLIBUSCA   :" TO CPD-ROTULO.
003340     MOVE BLIB-CODIGO-RETORNO  TO CPD-VALOR.
003350     IF BLIB-BUSQUEDA-OK
003360         MOVE "BUSQUEDA REALIZADA" TO CPD-VALOR-2
003370     END-IF.
003380     IF BLIB-TABLA-INEXISTENTE
003390         MOVE "TABLA INEXISTENTE" TO CPD-VALOR-2
003400     END-IF.
003410     IF BLIB-ERROR-ES
003420         MOVE "ERROR DE E/S EN TABLAVSM" TO CPD-VALOR-2
003430     END-IF.
003440     MOVE CON-LIN-DATO TO CON-RENGLON(5).

003450     IF NOT BLIB-BUSQUEDA-OK
003460         MOVE "CON0003E LA CONSULTA NO PUDO RESOLVERSE"
003470             TO CPM-TEXTO
003480         MOVE ZERO TO CPM-NUMERO
003490         MOVE CON-LIN-MENSAJE TO CON-RENGLON(22)
003500         GO TO 3000-EXIT
003510     END-IF.

003520     MOVE SPACES TO CON-LIN-DATO.
003530     MOVE "CLAVE VALIDA      :" TO CPD-ROTULO.
003540     IF BLIB-CLAVE-VALIDA
003550         MOVE "SI" TO CPD-VALOR
003560     ELSE
003570         MOVE "NO" TO CPD-VALOR
003580         MOVE "FUERA DE LA SECUENCIA DE CARGA" TO CPD-VALOR-2
003590     END-IF.
003600     MOVE CON-LIN-DATO TO CON-RENGLON(6).

003610     MOVE SPACES TO CON-LIN-DATO.
003620     MOVE "CLAVE ENCONTRADA  :" TO CPD-ROTULO.
003630     IF BLIB-CLAVE-ENCONTRADA
003640         MOVE "SI" TO CPD-VALOR
003650     ELSE
003660         MOVE "NO" TO CPD-VALOR
003670     END-IF.
003680     MOVE CON-LIN-DATO TO CON-RENGLON(7).

003690     MOVE SPACES TO CON-LIN-DATO.
003700     MOVE "POSICION          :" TO CPD-ROTULO.
003710     MOVE BLIB-POSICION TO CON-NUMERO-EDITADO.
003720     MOVE CON-NUMERO-EDITADO TO CPD-VALOR.
003730     MOVE CON-LIN-DATO TO CON-RENGLON(8).

003740     IF BLIB-CLAVE-ENCONTRADA
003750         GO TO 3000-EXIT
003760     END-IF.

003770     PERFORM 4000-BUSCAR-VECINOS THRU 4000-EXIT.

003780     MOVE SPACES TO CON-LIN-DATO.
003790     MOVE "VECINO INFERIOR   :" TO CPD-ROTULO.
003800     IF CON-VECINO-INF-HALLADO
003810         MOVE CON-VECINO-INF TO CON-NUMERO-EDITADO
003820         MOVE CON-NUMERO-EDITADO TO CPD-VALOR
003830         MOVE "DISTANCIA :" TO CPD-ROTULO-2
003840         MOVE CON-DIST-INF TO CON-NUMERO-EDITADO
003850         MOVE CON-NUMERO-EDITADO TO CPD-VALOR-2
003860     ELSE
003870         MOVE "NINGUNO" TO CPD-VALOR
003880     END-IF.
003890     MOVE CON-LIN-DATO TO CON-RENGLON(10).

003900     MOVE SPACES TO CON-LIN-DATO.
003910     MOVE "VECINO SUPERIOR   :" TO CPD-ROTULO.
003920     IF CON-VECINO-SUP-HALLADO
003930         MOVE CON-VECINO-SUP TO CON-NUMERO-EDITADO
003940         MOVE CON-NUMERO-EDITADO TO CPD-VALOR
003950         MOVE "DISTANCIA :" TO CPD-ROTULO-2
003960         MOVE CON-DIST-SUP TO CON-NUMERO-EDITADO
003970         MOVE CON-NUMERO-EDITADO TO CPD-VALOR-2
003980     ELSE
003990         MOVE "NINGUNO" TO CPD-VALOR
004000     END-IF.
004010     MOVE CON-LIN-DATO TO CON-RENGLON(11).
004020 3000-EXIT.
004030     EXIT.

004040*****************************************************************
004050*   4000-BUSCAR-VECINOS
004060*----------------------------------------------------------------
004070*   STARTBR GTEQ EN (TABLA, CLAVE) Y READNEXT HASTA EL PRIMER
004080*   REGISTRO MAYOR QUE LA CLAVE: SI ES DE LA MISMA TABLA ES EL
004090*   VECINO SUPERIOR. DESPUES READPREV HASTA EL PRIMER REGISTRO
004100*   MENOR QUE LA CLAVE (EL PRIMER READPREV DESPUES DE UN
004110*   READNEXT DEVUELVE EL MISMO REGISTRO): SI ES DE LA MISMA
004120*   TABLA Y NO ES SU CONTROL (ELEMENTO 0000000) ES EL VECINO
004130*   INFERIOR. SI NO HAY NADA MAYOR QUE LA CLAVE EN TODO EL
004140*   ARCHIVO, EL BROWSE SE REINICIA DESDE EL FINAL (RIDFLD EN
004150*   HIGH-VALUES) PARA BUSCAR SOLO EL INFERIOR.
004160*****************************************************************
004170 4000-BUSCAR-VECINOS.
004180     MOVE 'N'  TO CON-SW-VECINO-INF.
004190     MOVE 'N'  TO CON-SW-VECINO-SUP.
004200     MOVE 'N'  TO CON-SW-FIN-BROWSE.
004210     MOVE ZERO TO CON-LECTURAS-VECINO.

004220     MOVE CON-CA-TABLA TO CON-CB-TABLA-ID.
004230     MOVE CON-CA-CLAVE TO CON-CB-ELEMENTO.
004240     MOVE CON-CLAVE-BUSCADA TO CON-RID-TABLA.

004250     PERFORM 4100-INICIAR-BROWSE THRU 4100-EXIT.
004260     IF NOT CON-BROWSE-TABLA-ACTIVO
004270         GO TO 4000-DESDE-EL-FINAL
004280     END-IF.

004290     PERFORM 4200-LEER-SIGUIENTE THRU 4200-EXIT
004300         UNTIL CON-FIN-BROWSE
004310            OR CON-RID-TABLA > CON-CLAVE-BUSCADA.

004320     IF CON-FIN-BROWSE
004330         PERFORM 4900-TERMINAR-BROWSE THRU 4900-EXIT
004340         GO TO 4000-DESDE-EL-FINAL
004350     END-IF.

004360     IF TAB-TABLA-ID = CON-CA-TABLA
004370         MOVE 'Y' TO CON-SW-VECINO-SUP
004380         MOVE TAB-ELEMENTO TO CON-VECINO-SUP
004390     END-IF.

004400     MOVE ZERO TO CON-LECTURAS-VECINO.
004410     PERFORM 4300-LEER-ANTERIOR THRU 4300-EXIT
004420         UNTIL CON-FIN-BROWSE
004430            OR CON-RID-TABLA < CON-CLAVE-BUSCADA.
004440     GO TO 4000-EVALUAR-INFERIOR.

004450 4000-DESDE-EL-FINAL.
004460     MOVE 'N' TO CON-SW-FIN-BROWSE.
004470     MOVE HIGH-VALUES TO CON-RID-TABLA.
004480     PERFORM 4100-INICIAR-BROWSE THRU 4100-EXIT.
004490     IF NOT CON-BROWSE-TABLA-ACTIVO
004500         GO TO 4000-DISTANCIAS
004510     END-IF.

004520     MOVE ZERO TO CON-LECTURAS-VECINO.
004530     PERFORM 4300-LEER-ANTERIOR THRU 4300-EXIT
004540         UNTIL CON-FIN-BROWSE
004550            OR CON-RID-TABLA < CON-CLAVE-BUSCADA.

004560 4000-EVALUAR-INFERIOR.
004570     IF NOT CON-FIN-BROWSE
004580     AND TAB-TABLA-ID = CON-CA-TABLA
004590     AND TAB-ELEMENTO > ZERO
004600         MOVE 'Y' TO CON-SW-VECINO-INF
004610         MOVE TAB-ELEMENTO TO CON-VECINO-INF
004620     END-IF.
004630     PERFORM 4900-TERMINAR-BROWSE THRU 4900-EXIT.

004640 4000-DISTANCIAS.
004650     IF CON-VECINO-INF-HALLADO
004660         COMPUTE CON-DIST-INF = CON-CA-CLAVE - CON-VECINO-INF
004670     END-IF.
004680     IF CON-VECINO-SUP-HALLADO
004690         COMPUTE CON-DIST-SUP = CON-VECINO-SUP - CON-CA-CLAVE
004700     END-IF.
004710 4000-EXIT.
004720     EXIT.

004730*----------------------------------------------------------------
004740*   4100-INICIAR-BROWSE
004750*----------------------------------------------------------------
004760*   NOTFND SIGNIFICA QUE NO HAY NINGUN REGISTRO DESDE LA CLAVE
004770*   PEDIDA EN ADELANTE; CUALQUIER OTRA RESPUESTA ANORMAL DEJA
004780*   AL VECINO DE ESE LADO COMO "NINGUNO".
004790*----------------------------------------------------------------
004800 4100-INICIAR-BROWSE.
004810     MOVE 'N' TO CON-SW-BROWSE-TABLA.

004820     EXEC CICS STARTBR
004830         FILE('TABLAVSM')
004840         RIDFLD(CON-RID-TABLA)
004850         GTEQ
004860         RESP(CON-RESP)
004870     END-EXEC.

004880     IF CON-RESP = DFHRESP(NORMAL)
004890         MOVE 'Y' TO CON-SW-BROWSE-TABLA
004900     END-IF.
004910 4100-EXIT.
004920     EXIT.

004930*----------------------------------------------------------------
004940*   4200-LEER-SIGUIENTE
004950*----------------------------------------------------------------
004960*   A LO SUMO DOS LECTURAS: LA PRIMERA PUEDE SER LA PROPIA
004970*   CLAVE PEDIDA CUANDO ES EL CONTROL DE LA TABLA (ELEMENTO
004980*   0000000, QUE BLIBUSCA NUNCA DA POR ENCONTRADO).
004990*----------------------------------------------------------------
005000 4200-LEER-SIGUIENTE.
005010     EXEC CICS READNEXT
005020         FILE('TABLAVSM')
005030         INTO(REG-TABLA)
005040         RIDFLD(CON-RID-TABLA)
005050         RESP(CON-RESP)
005060     END-EXEC.

005070     IF CON-RESP NOT = DFHRESP(NORMAL)
005080         MOVE 'Y' TO CON-SW-FIN-BROWSE
005090         GO TO 4200-EXIT
005100     END-IF.

005110     ADD 1 TO CON-LECTURAS-VECINO.
005120     IF CON-LECTURAS-VECINO > 2
005130     AND CON-RID-TABLA NOT > CON-CLAVE-BUSCADA
005140         MOVE 'Y' TO CON-SW-FIN-BROWSE
005150     END-IF.
005160 4200-EXIT.
005170     EXIT.

005180*----------------------------------------------------------------
005190*   4300-LEER-ANTERIOR
005200*----------------------------------------------------------------
005210*   A LO SUMO TRES LECTURAS: EL MISMO REGISTRO DEL READNEXT, LA
005220*   PROPIA CLAVE SI ES EL CONTROL Y EL ANTERIOR.
005230*----------------------------------------------------------------
005240 4300-LEER-ANTERIOR.
005250     EXEC CICS READPREV
005260         FILE('TABLAVSM')
005270         INTO(REG-TABLA)
005280         RIDFLD(CON-RID-TABLA)
005290         RESP(CON-RESP)
005300     END-EXEC.

005310     IF CON-RESP NOT = DFHRESP(NORMAL)
005320         MOVE 'Y' TO CON-SW-FIN-BROWSE
005330         GO TO 4300-EXIT
005340     END-IF.

005350     ADD 1 TO CON-LECTURAS-VECINO.
005360     IF CON-LECTURAS-VECINO > 3
005370     AND CON-RID-TABLA NOT < CON-CLAVE-BUSCADA
005380         MOVE 'Y' TO CON-SW-FIN-BROWSE
005390     END-IF.
005400 4300-EXIT.
005410     EXIT.

005420*----------------------------------------------------------------
005430*   4900-TERMINAR-BROWSE
005440*----------------------------------------------------------------
005450 4900-TERMINAR-BROWSE.
005460     IF NOT CON-BROWSE-TABLA-ACTIVO
005470         GO TO 4900-EXIT
005480     END-IF.

005490     EXEC CICS ENDBR
005500         FILE('TABLAVSM')
005510         RESP(CON-RESP)
005520     END-EXEC.
005530     MOVE 'N' TO CON-SW-BROWSE-TABLA.
005540 4900-EXIT.
005550     EXIT.

005560*****************************************************************
005570*   5000-ARMAR-PAGINA-AUDITORIA
005580*----------------------------------------------------------------
005590*   RECORRE AUDITLOG HACIA ATRAS DESDE EL ULTIMO REGISTRO Y
005600*   LISTA, DEL MAS RECIENTE AL MAS VIEJO, LAS ENTRADAS DE LA
005610*   TABLA Y CLAVE CONSULTADAS. SE DETIENE AL LLENAR LA PAGINA,
005620*   AL LLEGAR AL PRINCIPIO DEL ARCHIVO O AL TOPE DE LECTURAS.
005630*****************************************************************
005640 5000-ARMAR-PAGINA-AUDITORIA.
005650     MOVE ZERO TO CON-CANT-ENTRADAS-AUD.
005660     MOVE ZERO TO CON-LEIDOS-AUDITORIA.
005670     MOVE 'N'  TO CON-SW-FIN-AUDITORIA.
005680     MOVE 'N'  TO CON-SW-AUDITORIA-ERROR.

005690     MOVE CON-LIN-ENCABEZADO-AUD TO CON-RENGLON(5).

005700     MOVE HIGH-VALUES TO CON-RBA-AUDITORIA-X.
005710     EXEC CICS STARTBR
005720         FILE('AUDITLOG')
005730         RIDFLD(CON-RBA-AUDITORIA)
005740         RBA
005750         RESP(CON-RESP)
005760     END-EXEC.

005770     IF CON-RESP = DFHRESP(NOTFND)
005780         MOVE "CON0004I AUDITLOG NO TIENE REGISTROS"
005790             TO CPM-TEXTO
005800         MOVE ZERO TO CPM-NUMERO
005810         MOVE CON-LIN-MENSAJE TO CON-RENGLON(22)
005820         GO TO 5000-EXIT
005830     END-IF.

005840     IF CON-RESP NOT = DFHRESP(NORMAL)
005850         MOVE "CON0005E AUDITLOG NO DISPONIBLE - RESP"
005860             TO CPM-TEXTO
005870         MOVE CON-RESP TO CPM-NUMERO
005880         MOVE CON-LIN-MENSAJE TO CON-RENGLON(22)
005890         GO TO 5000-EXIT
005900     END-IF.

005910     PERFORM 5100-LEER-AUDITORIA THRU 5100-EXIT
005920         UNTIL CON-FIN-AUDITORIA
005930            OR CON-CANT-ENTRADAS-AUD >= CON-MAX-ENTRADAS-AUD
005940            OR CON-LEIDOS-AUDITORIA >= CON-TOPE-LECTURAS.

005950     EXEC CICS ENDBR
005960         FILE('AUDITLOG')
005970         RESP(CON-RESP)
005980     END-EXEC.

005990     PERFORM 5200-INFORMAR-LECTURA THRU 5200-EXIT.
006000 5000-EXIT.
006010     EXIT.

006020*----------------------------------------------------------------
006030*   5100-LEER-AUDITORIA
006040*----------------------------------------------------------------
006050*   UN READPREV POR VUELTA. UNA ENTRADA ES DE LA CONSULTA SI LA
006060*   CLAVE COINCIDE Y LA TABLA TAMBIEN, O SI LA TABLA VIENE EN
006070*   BLANCO (HISTORICO ANTERIOR A LAS TABLAS CON NOMBRE) Y SE
006080*   CONSULTA "IMPARES". LOS TRAILERS DE CORRIDA NO SON
006082*   BUSQUEDAS. EL AREA SE LIMPIA ANTES DE LEER: UN REGISTRO
006084*   ANTERIOR A LA CADENA (80 BYTES) NO PISA EL TIPO DE REGISTRO
006086*   QUE DEJO EL REGISTRO LEIDO ANTES.
006090*----------------------------------------------------------------
006100 5100-LEER-AUDITORIA.
006105     MOVE SPACES TO REG-AUDITORIA.
006110     EXEC CICS READPREV
006120         FILE('AUDITLOG')
006130         INTO(REG-AUDITORIA)
006140         RIDFLD(CON-RBA-AUDITORIA)
006150         RBA
006160         RESP(CON-RESP)
006170     END-EXEC.

006180     IF CON-RESP = DFHRESP(ENDFILE)
006190         MOVE 'Y' TO CON-SW-FIN-AUDITORIA
006200         GO TO 5100-EXIT
006210     END-IF.

006220     IF CON-RESP NOT = DFHRESP(NORMAL)
006230         MOVE 'Y' TO CON-SW-FIN-AUDITORIA
006240         MOVE 'Y' TO CON-SW-AUDITORIA-ERROR
006250         GO TO 5100-EXIT
006260     END-IF.

006270     ADD 1 TO CON-LEIDOS-AUDITORIA.

006272     IF AUD-TRAILER
006274         GO TO 5100-EXIT
006276     END-IF.

006280     IF AUD-CLAVE NOT = CON-CA-CLAVE
006290         GO TO 5100-EXIT
006300     END-IF.

006310     IF AUD-TABLA NOT = CON-CA-TABLA
006320         IF AUD-TABLA NOT = SPACES
006330         OR CON-CA-TABLA NOT = "IMPARES"
006340             GO TO 5100-EXIT
006350         END-IF
006360     END-IF.

006370     ADD 1 TO CON-CANT-ENTRADAS-AUD.
006380     MOVE AUD-FECHA     TO CPA-FECHA.
006390     MOVE AUD-HORA      TO CPA-HORA.
006400     MOVE AUD-ORIGEN    TO CPA-ORIGEN.
006410     MOVE AUD-SOLICITUD TO CPA-SOLICITUD.
006420     MOVE AUD-RESULTADO TO CPA-RESULTADO.
006430     MOVE AUD-POSICION  TO CPA-POSICION.
006440     MOVE AUD-PRIORIDAD TO CPA-PRIORIDAD.
006450     COMPUTE CON-RENGLON-ACTUAL = CON-CANT-ENTRADAS-AUD + 5.
006460     MOVE CON-LIN-AUDITORIA TO CON-RENGLON(CON-RENGLON-ACTUAL).
006470 5100-EXIT.
006480     EXIT.

006490*----------------------------------------------------------------
006500*   5200-INFORMAR-LECTURA
006510*----------------------------------------------------------------
006520*   RENGLON DE MENSAJE AL PIE: CUANTAS ENTRADAS SE MOSTRARON O
006530*   POR QUE SE CORTO LA LECTURA, CON LOS REGISTROS REVISADOS.
006540*----------------------------------------------------------------
006550 5200-INFORMAR-LECTURA.
006560     IF CON-AUDITORIA-CON-ERROR
006570         MOVE "CON0006E ERROR LEYENDO AUDITLOG - LEIDOS"
006580             TO CPM-TEXTO
006590         GO TO 5200-MOSTRAR
006600     END-IF.

006610     IF CON-CANT-ENTRADAS-AUD = ZERO
006620         MOVE "CON0007I SIN ENTRADAS PARA LA CLAVE - LEIDOS"
006630             TO CPM-TEXTO
006640         GO TO 5200-MOSTRAR
006650     END-IF.

006660     IF CON-FIN-AUDITORIA
006670         MOVE "CON0008I INICIO DE AUDITLOG ALCANZADO - LEIDOS"
006680             TO CPM-TEXTO
006690         GO TO 5200-MOSTRAR
006700     END-IF.

006710     IF CON-CANT-ENTRADAS-AUD >= CON-MAX-ENTRADAS-AUD
006720         MOVE "CON0009I ENTRADAS MAS RECIENTES - LEIDOS"
006730             TO CPM-TEXTO
006740     ELSE
006750         MOVE "CON0010I TOPE DE LECTURA ALCANZADO - LEIDOS"
006760             TO CPM-TEXTO
006770     END-IF.

006780 5200-MOSTRAR.
006790     MOVE CON-LEIDOS-AUDITORIA TO CPM-NUMERO.
006800     MOVE CON-LIN-MENSAJE TO CON-RENGLON(22).
006810 5200-EXIT.
006820     EXIT.

006830*****************************************************************
006840*   8000-ENVIAR-PANTALLA
006850*****************************************************************
006860 8000-ENVIAR-PANTALLA.
006870     EXEC CICS SEND TEXT
006880         FROM(CON-PANTALLA)
006890         LENGTH(CON-LARGO-PANTALLA)
006900         ERASE
006910         FREEKB
006920     END-EXEC.
006930 8000-EXIT.
006940     EXIT.

006950*----------------------------------------------------------------
006960*   8100-ENVIAR-AYUDA
006970*----------------------------------------------------------------
006980*   PEDIDO ILEGIBLE: SE MUESTRA EL FORMATO ESPERADO Y LA
006990*   TRANSACCION TERMINA SIN COMMAREA, PARA QUE EL OPERADOR
007000*   VUELVA A TIPEAR EL PEDIDO COMPLETO.
007010*----------------------------------------------------------------
007020 8100-ENVIAR-AYUDA.
007030     MOVE SPACES TO CON-PANTALLA.
007040     MOVE CON-LIN-AYUDA-1 TO CON-RENGLON(1).
007050     MOVE CON-LIN-AYUDA-2 TO CON-RENGLON(2).
007060     MOVE CON-LIN-AYUDA-3 TO CON-RENGLON(3).
007070     PERFORM 8000-ENVIAR-PANTALLA THRU 8000-EXIT.
007080 8100-EXIT.
007090     EXIT.

007100*----------------------------------------------------------------
007110*   8200-ENVIAR-FIN
007120*----------------------------------------------------------------
007130 8200-ENVIAR-FIN.
007140     MOVE SPACES TO CON-PANTALLA.
007150     MOVE CON-LIN-FIN TO CON-RENGLON(1).
007160     PERFORM 8000-ENVIAR-PANTALLA THRU 8000-EXIT.
007170 8200-EXIT.
007180     EXIT.
