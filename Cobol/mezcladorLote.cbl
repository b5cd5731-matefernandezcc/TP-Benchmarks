000500*    CUALQUIER DIFERENCIA SE LISTA EN EL REPORTE MEZCRPT.
000510*    LA CANTIDAD DE FLUJOS (2 A 4) SE ACEPTA POR CONSOLA Y DEBE
000520*    COINCIDIR CON LA DEL REPARTO.
000521*
000522*    EN LA VERIFICACION SE RECORRE ADEMAS LA CADENA DE CONTROL
000523*    DE LA AUDITORIA DE CADA FLUJO (VER BLIAUD): SECUENCIA Y
000524*    SELLO DE CADA REGISTRO DENTRO DE SU BLOQUE DE CORRIDA Y
000525*    CANTIDAD DE DETALLES CONTRA EL TRAILER; LOS TRAILERS NO
000526*    CUENTAN COMO AUDITORIAS. UNA CADENA ROTA RETIENE LA COPIA
000527*    IGUAL QUE UNA DIFERENCIA. LA COPIA PASA CADA AUDITORIA TAL
000528*    CUAL, FLUJO POR FLUJO, ASI QUE LOS BLOQUES QUEDAN ENTEROS Y
000529*    ENCADENADOS EN EL AUDITLOG UNICO.
000530*
000531*    CADA COPIA IDENTIFICA SU BLOQUE CON LA FECHA Y LA HORA CON
000532*    CENTESIMAS DE SU INICIO (AUD-CORRIDA / RUN-CORRIDA). DOS
000533*    COPIAS LARGADAS EN LA MISMA CENTESIMA QUEDARIAN CON EL MISMO
000534*    IDENTIFICADOR, Y EN EL AUDITLOG UNICO SUS BLOQUES SE LEERIAN
000535*    COMO UNO SOLO (SECUENCIA Y SELLO ROTOS PARA EL VERIFICADOR
000536*    DE AUDITORIA). POR ESO SE RETIENEN LOS IDENTIFICADORES VISTOS
000537*    EN LAS AUDITORIAS Y BITACORAS DE TODOS LOS FLUJOS, Y UNO QUE
000538*    APARECE EN MAS DE UN FLUJO RETIENE LA COPIA CON CODIGO 16
000539*    (MEZ0014E). SE CORRIGE REPITIENDO UNO DE ESOS FLUJOS CON SUS
000540*    ARCHIVOS VACIOS, QUE ASI TOMA OTRO IDENTIFICADOR, Y
000541*    REENVIANDO LA MEZCLA.
000542*----------------------------------------------------------------
000543*MODIFICATION HISTORY.
000550*    2026-09-02  RE   VERSION ORIGINAL.
000560*    2026-09-02  RE   REVISION DE CODIGO: LAS AUDITORIAS
000570*                     ESPERADAS DE CADA FLUJO SE CALCULAN COMO
000730*                     AUDITORIAS ACUMULADAS EN CADA REENVIO DE
000740*                     LA MEZCLA (TOPE HORARIO O DESBALANCE
000750*                     CORREGIDO Y REENVIADO).
000752*    2026-10-15  RE   AUDITORIAS Y BITACORAS A 120 BYTES (CADENA
000754*                     DE CONTROL, VER BLIAUD/BLIRUN). SE VERIFICA
000756*                     LA CADENA DE CADA FLUJO (MEZ0013E) Y LOS
000758*                     TRAILERS NO CUENTAN COMO AUDITORIAS.
000760*    2026-10-15  RE   UN IDENTIFICADOR DE CORRIDA REPETIDO ENTRE
000762*                     FLUJOS (COPIAS LARGADAS EN LA MISMA
000764*                     CENTESIMA) RETIENE LA COPIA CON CODIGO 16
000766*                     (MEZ0014E) ANTES DE GRABAR EN AUDITLOG.
000768*****************************************************************
000770 IDENTIFICATION DIVISION.
000780 PROGRAM-ID.     MezcladorLote.
000790 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
001730 FD  ARCHIVO-AUDIT-1
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE STANDARD.
001760 01  REG-AUDIT-1                 PIC X(120).

001770 FD  ARCHIVO-AUDIT-2
001780     RECORDING MODE IS F
001790     LABEL RECORDS ARE STANDARD.
001800 01  REG-AUDIT-2                 PIC X(120).

001810 FD  ARCHIVO-AUDIT-3
001820     RECORDING MODE IS F
001830     LABEL RECORDS ARE STANDARD.
001840 01  REG-AUDIT-3                 PIC X(120).

001850 FD  ARCHIVO-AUDIT-4
001860     RECORDING MODE IS F
001870     LABEL RECORDS ARE STANDARD.
001880 01  REG-AUDIT-4                 PIC X(120).

001890 FD  ARCHIVO-RUNLOG-1
001900     RECORDING MODE IS F
001910     LABEL RECORDS ARE STANDARD.
001920 01  REG-RUNLOG-1                PIC X(120).

001930 FD  ARCHIVO-RUNLOG-2
001940     RECORDING MODE IS F
001950     LABEL RECORDS ARE STANDARD.
001960 01  REG-RUNLOG-2                PIC X(120).

001970 FD  ARCHIVO-RUNLOG-3
001980     RECORDING MODE IS F
001990     LABEL RECORDS ARE STANDARD.
002000 01  REG-RUNLOG-3                PIC X(120).

002010 FD  ARCHIVO-RUNLOG-4
002020     RECORDING MODE IS F
002030     LABEL RECORDS ARE STANDARD.
002040 01  REG-RUNLOG-4                PIC X(120).

002050 FD  ARCHIVO-SALIDA-UNICA
002060     RECORDING MODE IS F
002090 FD  ARCHIVO-AUDITORIA-UNICA
002100     RECORDING MODE IS F
002110     LABEL RECORDS ARE STANDARD.
002120 01  REG-AUDITORIA-UNICA         PIC X(120).

002130 FD  ARCHIVO-REPORTE
002140     RECORDING MODE IS F
002360 01  MEZ-EF-ENTRADA              PIC X(02) VALUE SPACES.

002370*----------------------------------------------------------------
002380*   LAYOUTS DE LOS RENGLONES DE SALIDA (PARA CLASIFICAR), DEL
002390*   REGISTRO DE BITACORA (PARA LOS CONTADORES DE CIERRE) Y DEL
002393*   REGISTRO DE AUDITORIA CON EL AREA DEL MODULO DE SELLADO
002396*   BLISELLO (PARA VERIFICAR LA CADENA DE CONTROL).
002400*----------------------------------------------------------------
002410     COPY BLISAL.
002420     COPY BLIRUN.
002423     COPY BLIAUD.
002426     COPY BLISELL.

002430*----------------------------------------------------------------
002440*   CONTROL DE LOS FLUJOS: CANTIDAD (2 A 4, POR CONSOLA), FLUJO
002520     88  MEZ-FIN-ENTRADA                  VALUE 'Y'.

002530 01  MEZ-REG-SALIDA              PIC X(180) VALUE SPACES.
002540 01  MEZ-REG-AUDITORIA           PIC X(120) VALUE SPACES.
002550 01  MEZ-REG-RUNLOG              PIC X(120) VALUE SPACES.

002560 01  MEZ-SW-HAY-RUNLOG           PIC X(01) VALUE 'N'.
002570     88  MEZ-HAY-RUNLOG                   VALUE 'Y'.
002730 01  MEZ-AUD-REGISTROS           PIC 9(07) VALUE ZERO.
002740 01  MEZ-AUD-ESPERADOS           PIC 9(07) VALUE ZERO.

002741*----------------------------------------------------------------
002742*   CADENA DE CONTROL DE LA AUDITORIA DEL FLUJO EN CURSO: BLOQUE
002743*   DE CORRIDA ABIERTO, SECUENCIA Y SELLO DEL ULTIMO REGISTRO,
002744*   DETALLES DEL BLOQUE, MARCA DE TRAILER YA LEIDO, POSICION DEL
002745*   REGISTRO EN EL ARCHIVO Y ANOMALIAS HALLADAS.
002746*----------------------------------------------------------------
002747 01  MEZ-CAD-CORRIDA             PIC X(16) VALUE SPACES.
002748 01  MEZ-CAD-SECUENCIA           PIC 9(09) VALUE ZERO.
002749 01  MEZ-CAD-SELLO               PIC 9(09) VALUE ZERO.
002750 01  MEZ-CAD-DETALLES            PIC 9(07) VALUE ZERO.
002751 01  MEZ-CAD-POSICION            PIC 9(07) VALUE ZERO.
002752 01  MEZ-CAD-ANOMALIAS           PIC 9(07) VALUE ZERO.
002753 01  MEZ-AUD-TRAILERS            PIC 9(07) VALUE ZERO.

002754 01  MEZ-SW-CAD-CERRADO          PIC X(01) VALUE 'N'.
002755     88  MEZ-CAD-CERRADO                  VALUE 'Y'.

002756*----------------------------------------------------------------
002757*   IDENTIFICADORES DE CORRIDA VISTOS EN TODOS LOS FLUJOS (BLOQUES
002758*   DE AUDITORIA Y REGISTROS DE BITACORA), CON EL FLUJO DONDE
002759*   APARECIERON PRIMERO Y EL ULTIMO FLUJO EN QUE SE INFORMARON
002760*   REPETIDOS (PARA NO INFORMAR DOS VECES LO MISMO).
002761*----------------------------------------------------------------
002762 01  MEZ-MAX-CORRIDAS            PIC 9(03) VALUE 200.
002763 01  MEZ-CANT-CORRIDAS           PIC 9(03) VALUE ZERO.
002764 01  MEZ-IDX-CORRIDA             PIC 9(03) VALUE ZERO.
002765 01  MEZ-CORRIDA-BUSCADA         PIC X(16) VALUE SPACES.

002766 01  MEZ-TABLA-CORRIDAS.
002767     05  MEZ-COR OCCURS 200 TIMES.
002768         10  MEZ-COR-ID          PIC X(16).
002769         10  MEZ-COR-FLUJO       PIC 9(01).
002770         10  MEZ-COR-REPETIDA    PIC 9(01).

002771 01  MEZ-SW-HAY-REPETIDAS        PIC X(01) VALUE 'N'.
002772     88  MEZ-HAY-REPETIDAS                VALUE 'Y'.

002773 01  MEZ-TABLA-FLUJOS.
002774     05  MEZ-FLU OCCURS 4 TIMES.
002775         10  MEZ-FLU-RC          PIC 9(02).
002780         10  MEZ-FLU-TOPE        PIC X(01).

002790 01  MEZ-SW-FLUJO-DIFIERE        PIC X(01) VALUE 'N'.
003320     05  MDF-RUNLOG              PIC 9(07).
003330     05  FILLER                  PIC X(65) VALUE SPACES.

003331 01  MEZ-LINEA-CADENA.
003332     05  FILLER                  PIC X(06) VALUE "FLUJO ".
003333     05  MCD-FLUJO               PIC 9(01).
003334     05  FILLER                  PIC X(18) VALUE
003335         " CADENA AUDITORIA ".
003336     05  MCD-MOTIVO              PIC X(24).
003337     05  FILLER                  PIC X(10) VALUE " REGISTRO ".
003338     05  MCD-POSICION            PIC 9(07).
003339     05  FILLER                  PIC X(09) VALUE " CORRIDA ".
003340     05  MCD-CORRIDA             PIC X(16).
003341     05  FILLER                  PIC X(05) VALUE " SEC ".
003342     05  MCD-SECUENCIA           PIC 9(09).
003343     05  FILLER                  PIC X(27) VALUE SPACES.

003344 01  MEZ-LINEA-REPETIDA.
003345     05  FILLER                  PIC X(06) VALUE "FLUJO ".
003346     05  MRP-FLUJO               PIC 9(01).
003347     05  FILLER                  PIC X(09) VALUE " CORRIDA ".
003348     05  MRP-CORRIDA             PIC X(16).
003349     05  FILLER                  PIC X(30) VALUE
003350         " REPETIDA - YA APARECE EN EL F".
003351     05  FILLER                  PIC X(05) VALUE "LUJO ".
003352     05  MRP-FLUJO-ANTERIOR      PIC 9(01).
003353     05  FILLER                  PIC X(64) VALUE SPACES.

003354 01  MEZ-LINEA-TOTALES.
003355     05  FILLER                  PIC X(29) VALUE
003360         "TOTALES VERIFICADOS: SALIDAS ".
003370     05  MTO-SALIDAS             PIC 9(07).
003380     05  FILLER                  PIC X(12) VALUE " AUDITORIAS ".
004260     MOVE ZERO TO MEZ-SAL-RANGOS.
004270     MOVE ZERO TO MEZ-SAL-RANGOS-TOTAL.
004280     MOVE ZERO TO MEZ-AUD-REGISTROS.
004282     MOVE ZERO TO MEZ-AUD-TRAILERS.
004284     MOVE ZERO TO MEZ-CAD-POSICION.
004286     MOVE ZERO TO MEZ-CAD-ANOMALIAS.
004288     MOVE SPACES TO MEZ-CAD-CORRIDA.
004290     MOVE 'N'  TO MEZ-SW-FLUJO-DIFIERE.

004300     PERFORM 2100-TOMAR-CIERRE-RUNLOG THRU 2100-EXIT.
004690*----------------------------------------------------------------
004700 2150-RETENER-UN-CIERRE.
004710     MOVE 'Y' TO MEZ-SW-HAY-RUNLOG.
004711     MOVE MEZ-REG-RUNLOG TO REG-CORRIDA.
004712     IF RUN-CORRIDA NOT = SPACES
004713         MOVE RUN-CORRIDA TO MEZ-CORRIDA-BUSCADA
004714         PERFORM 2370-REGISTRAR-CORRIDA THRU 2370-EXIT
004715     END-IF.
004720     PERFORM 7200-LEER-RUNLOG-FLUJO THRU 7200-EXIT.
004730 2150-EXIT.
004740     EXIT.
005250*****************************************************************
005260*   2300-CONTAR-AUDIT-FLUJO
005270*----------------------------------------------------------------
005280*   CUENTA LOS REGISTROS DE AUDITORIA DEL FLUJO, SIN GRABAR, Y
005285*   VERIFICA SU CADENA DE CONTROL (VER 2360).
005290*****************************************************************
005300 2300-CONTAR-AUDIT-FLUJO.
005310     PERFORM 7500-ABRIR-AUDIT-FLUJO THRU 7500-EXIT.
005400*   2350-CONTAR-UNA-AUDITORIA
005410*----------------------------------------------------------------
005420 2350-CONTAR-UNA-AUDITORIA.
005421     MOVE MEZ-REG-AUDITORIA TO REG-AUDITORIA.
005422     ADD 1 TO MEZ-CAD-POSICION.

005423     IF AUD-TRAILER
005424         ADD 1 TO MEZ-AUD-TRAILERS
005425     ELSE
005430         ADD 1 TO MEZ-AUD-REGISTROS
005433     END-IF.

005436     PERFORM 2360-VERIFICAR-CADENA THRU 2360-EXIT.
005440     PERFORM 7600-LEER-AUDIT-FLUJO THRU 7600-EXIT.
005450 2350-EXIT.
005460     EXIT.

005461*----------------------------------------------------------------
005462*   2360-VERIFICAR-CADENA
005463*----------------------------------------------------------------
005464*   CONTROLA EL REGISTRO LEIDO CONTRA LA CADENA DE SU BLOQUE DE
005465*   CORRIDA: LA SECUENCIA DEBE SER LA SIGUIENTE, EL SELLO DEBE
005466*   SER EL QUE RECALCULA BLISELLO A PARTIR DEL SELLO ANTERIOR,
005467*   NADA PUEDE SEGUIR AL TRAILER DEL BLOQUE Y EL TRAILER DEBE
005468*   TRAER LA CANTIDAD DE DETALLES LEIDOS. TRAS UNA ANOMALIA LA
005469*   CADENA SIGUE DESDE LO LEIDO, PARA INFORMAR CADA FALLA UNA
005470*   SOLA VEZ. UN BLOQUE SIN TRAILER (CORRIDA ABORTADA Y LUEGO
005471*   REANUDADA) NO ES ANOMALIA AQUI. LOS REGISTROS ANTERIORES A
005472*   LA CADENA NO SE CONTROLAN.
005473*----------------------------------------------------------------
005474 2360-VERIFICAR-CADENA.
005475     IF AUD-SIN-CADENA
005476         GO TO 2360-EXIT
005477     END-IF.

005478     IF AUD-CORRIDA NOT = MEZ-CAD-CORRIDA
005479         MOVE AUD-CORRIDA TO MEZ-CAD-CORRIDA
005480         MOVE ZERO TO MEZ-CAD-SECUENCIA
005481         MOVE ZERO TO MEZ-CAD-SELLO
005482         MOVE ZERO TO MEZ-CAD-DETALLES
005483         MOVE 'N'  TO MEZ-SW-CAD-CERRADO
005484         MOVE AUD-CORRIDA TO MEZ-CORRIDA-BUSCADA
005485         PERFORM 2370-REGISTRAR-CORRIDA THRU 2370-EXIT
005486     END-IF.

005487     IF MEZ-CAD-CERRADO
005488         MOVE "REGISTRO TRAS EL TRAILER" TO MCD-MOTIVO
005489         PERFORM 2390-INFORMAR-CADENA THRU 2390-EXIT
005490     END-IF.

005491     ADD 1 TO MEZ-CAD-SECUENCIA.
005492     IF AUD-SECUENCIA NOT = MEZ-CAD-SECUENCIA
005493         MOVE "SALTO DE SECUENCIA" TO MCD-MOTIVO
005494         PERFORM 2390-INFORMAR-CADENA THRU 2390-EXIT
005495         MOVE AUD-SECUENCIA TO MEZ-CAD-SECUENCIA
005496     END-IF.

005497     MOVE MEZ-CAD-SELLO TO BLIS-SELLO-ANTERIOR.
005498     MOVE REG-AUDITORIA TO BLIS-REGISTRO.
005499     CALL 'BLISELLO' USING BLIS-AREA.

005500     IF BLIS-SELLO NOT = AUD-SELLO
005501         MOVE "SELLO ROTO" TO MCD-MOTIVO
005502         PERFORM 2390-INFORMAR-CADENA THRU 2390-EXIT
005503     END-IF.
005504     MOVE AUD-SELLO TO MEZ-CAD-SELLO.

005505     IF AUD-TRAILER
005506         MOVE 'Y' TO MEZ-SW-CAD-CERRADO
005507         IF AUD-TRL-DETALLES NOT = MEZ-CAD-DETALLES
005508             MOVE "TRAILER NO CUADRA" TO MCD-MOTIVO
005509             PERFORM 2390-INFORMAR-CADENA THRU 2390-EXIT
005510         END-IF
005511     ELSE
005512         ADD 1 TO MEZ-CAD-DETALLES
005513     END-IF.
005514 2360-EXIT.
005515     EXIT.

005516*----------------------------------------------------------------
005517*   2370-REGISTRAR-CORRIDA
005518*----------------------------------------------------------------
005519*   BUSCA MEZ-CORRIDA-BUSCADA ENTRE LAS CORRIDAS YA VISTAS. SI
005520*   NO ESTA SE AGREGA CON EL FLUJO EN CURSO; SI ESTA PERO VINO
005521*   DE OTRO FLUJO, DOS COPIAS COMPARTEN EL IDENTIFICADOR: SE
005522*   INFORMA (UNA VEZ POR FLUJO) Y LA COPIA QUEDA RETENIDA (VER
005523*   3000). SIN LUGAR EN LA TABLA NO PUEDE ASEGURARSE QUE NO HAYA
005524*   REPETIDAS Y LA MEZCLA SE ABANDONA, ANTES DE GRABAR NADA.
005525*----------------------------------------------------------------
005526 2370-REGISTRAR-CORRIDA.
005527     PERFORM 2380-COMPARAR-CORRIDA THRU 2380-EXIT
005528         VARYING MEZ-IDX-CORRIDA FROM 1 BY 1
005529         UNTIL MEZ-IDX-CORRIDA > MEZ-CANT-CORRIDAS
005530            OR MEZ-COR-ID(MEZ-IDX-CORRIDA) = MEZ-CORRIDA-BUSCADA.

005531     IF MEZ-IDX-CORRIDA > MEZ-CANT-CORRIDAS
005532         GO TO 2370-AGREGAR
005533     END-IF.

005534     IF MEZ-COR-FLUJO(MEZ-IDX-CORRIDA) = MEZ-IDX-FLUJO
005535     OR MEZ-COR-REPETIDA(MEZ-IDX-CORRIDA) = MEZ-IDX-FLUJO
005536         GO TO 2370-EXIT
005537     END-IF.

005538     MOVE MEZ-IDX-FLUJO TO MEZ-COR-REPETIDA(MEZ-IDX-CORRIDA).
005539     MOVE 'Y' TO MEZ-SW-HAY-REPETIDAS.
005540     MOVE MEZ-IDX-FLUJO                 TO MRP-FLUJO.
005541     MOVE MEZ-CORRIDA-BUSCADA           TO MRP-CORRIDA.
005542     MOVE MEZ-COR-FLUJO(MEZ-IDX-CORRIDA) TO MRP-FLUJO-ANTERIOR.
005543     WRITE REG-REPORTE FROM MEZ-LINEA-REPETIDA.
005544     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
005545     DISPLAY "MEZ0014E LA CORRIDA " MEZ-CORRIDA-BUSCADA
005546         " DEL FLUJO " MEZ-IDX-FLUJO " YA APARECE EN EL FLUJO "
005547         MEZ-COR-FLUJO(MEZ-IDX-CORRIDA) " - COPIA RETENIDA".
005548     GO TO 2370-EXIT.

005549 2370-AGREGAR.
005550     IF MEZ-CANT-CORRIDAS NOT < MEZ-MAX-CORRIDAS
005551         DISPLAY "MEZ0015E MAS DE " MEZ-MAX-CORRIDAS
005552             " CORRIDAS EN LOS FLUJOS - MEZCLA ABANDONADA"
005553         MOVE "MEZCLA ABANDONADA - DEMASIADAS CORRIDAS EN LOS FLU
005554-            "JOS" TO REG-REPORTE
005555         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
005556         MOVE 16 TO RETURN-CODE
005557         PERFORM 9000-FINALIZAR THRU 9000-EXIT
005558         STOP RUN
005559     END-IF.

005560     ADD 1 TO MEZ-CANT-CORRIDAS.
005561     MOVE MEZ-CORRIDA-BUSCADA TO MEZ-COR-ID(MEZ-CANT-CORRIDAS).
005562     MOVE MEZ-IDX-FLUJO TO MEZ-COR-FLUJO(MEZ-CANT-CORRIDAS).
005563     MOVE ZERO TO MEZ-COR-REPETIDA(MEZ-CANT-CORRIDAS).
005564 2370-EXIT.
005565     EXIT.

005566*----------------------------------------------------------------
005567*   2380-COMPARAR-CORRIDA
005568*----------------------------------------------------------------
005569*   PARRAFO VACIO: EL VARYING QUE LO PERFORMA SOLO AVANZA EL
005570*   SUBINDICE HASTA HALLAR LA CORRIDA O AGOTAR LA TABLA.
005571*----------------------------------------------------------------
005572 2380-COMPARAR-CORRIDA.
005573     CONTINUE.
005574 2380-EXIT.
005575     EXIT.

005576*----------------------------------------------------------------
005577*   2390-INFORMAR-CADENA
005578*----------------------------------------------------------------
005579*   UNA ANOMALIA DE LA CADENA DEJA SU RENGLON Y MARCA LA MEZCLA
005580*   COMO DESBALANCEADA, IGUAL QUE UNA DIFERENCIA DE CONTADORES:
005581*   LA COPIA QUEDA RETENIDA.
005582*----------------------------------------------------------------
005583 2390-INFORMAR-CADENA.
005584     ADD 1 TO MEZ-CAD-ANOMALIAS.
005585     MOVE 'Y' TO MEZ-SW-FLUJO-DIFIERE.
005586     MOVE 'Y' TO MEZ-SW-HAY-DIFERENCIAS.

005587     MOVE MEZ-IDX-FLUJO    TO MCD-FLUJO.
005588     MOVE MEZ-CAD-POSICION TO MCD-POSICION.
005589     MOVE AUD-CORRIDA      TO MCD-CORRIDA.
005590     MOVE AUD-SECUENCIA    TO MCD-SECUENCIA.
005591     WRITE REG-REPORTE FROM MEZ-LINEA-CADENA.
005592     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
005593 2390-EXIT.
005594     EXIT.

005595*****************************************************************
005596*   2400-VERIFICAR-FLUJO
005597*----------------------------------------------------------------
005598*   CONTRASTA LO CONTADO EN LOS ARCHIVOS DEL FLUJO CONTRA LOS
005599*   CONTADORES DE CIERRE DE SU BITACORA: RENGLONES DE SALIDA POR
005600*   RESULTADO Y AUDITORIAS (CLAVES MENOS TODOS LOS RENGLONES DE
005601*   RANGO, RESPONDIDOS O RECHAZADOS, PORQUE NINGUN RANGO SE
005602*   AUDITA; SOLO LOS DETALLES, SIN LOS TRAILERS). CADA
005603*   DIFERENCIA DEJA SU RENGLON Y MARCA LA MEZCLA COMO
005604*   DESBALANCEADA; LAS ANOMALIAS DE LA CADENA YA DEJARON LOS
005605*   SUYOS (VER 2390).
005606*****************************************************************
005607 2400-VERIFICAR-FLUJO.
005608     MOVE MEZ-IDX-FLUJO TO MDF-FLUJO.

005609     IF MEZ-CAD-ANOMALIAS > ZERO
005610         DISPLAY "MEZ0013E EL FLUJO " MEZ-IDX-FLUJO
005611             " TIENE LA CADENA DE AUDITORIA ROTA - "
005612             MEZ-CAD-ANOMALIAS " ANOMALIAS EN MEZCRPT"
005613     END-IF.

005614     IF MEZ-SAL-LINEAS NOT = RUN-CLAVES
005615         MOVE "SALIDAS" TO MDF-CAMPO
005616         MOVE MEZ-SAL-LINEAS TO MDF-CONTADO
005620         MOVE RUN-CLAVES TO MDF-RUNLOG
005630         PERFORM 2450-INFORMAR-DIFERENCIA THRU 2450-EXIT
005640     END-IF.
006320*   ULTIMO CASO: COPIAR UNA MEZCLA QUE SE VA A REENVIAR (TOPE,
006330*   FLUJO EN 16 O DESBALANCE CORREGIDO) DUPLICARIA LAS
006340*   AUDITORIAS EN EL HISTORICO ACUMULADO.
006342*   UN IDENTIFICADOR DE CORRIDA REPETIDO ENTRE FLUJOS (VER 2370)
006344*   DA 16 ANTES QUE NADA: ESOS BLOQUES NO PUEDEN IR JUNTOS AL
006346*   AUDITLOG UNICO AUNQUE LA MEZCLA BALANCEE.
006350*****************************************************************
006360 3000-RESOLVER-VEREDICTO.
006370     MOVE MEZ-TOTAL-SALIDAS TO MTO-SALIDAS.
006390     WRITE REG-REPORTE FROM MEZ-LINEA-TOTALES.
006400     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

006401     IF MEZ-HAY-REPETIDAS
006402         MOVE "CORRIDAS REPETIDAS ENTRE FLUJOS - COPIA RETENIDA"
006403             TO REG-REPORTE
006404         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
006405         MOVE 16 TO RETURN-CODE
006406         GO TO 3000-EXIT
006407     END-IF.

006410     IF MEZ-HAY-DIFERENCIAS
006420         MOVE "MEZCLA DESBALANCEADA - RETENER LA DISTRIBUCION"
006430             TO REG-REPORTE
