000330*    DUPLICADAS, MAS EL TOTAL) PARA QUE EL SISTEMA RECEPTOR
000340*    VERIFIQUE LA COMPLETITUD ANTES DE CARGARLO. LAS INVALIDAS
000350*    INCLUYEN LAS TABLAS ERRONEAS Y LOS RANGOS RECHAZADOS, IGUAL
000360*    QUE EN LOS CONTADORES DEL PROGRAMA DE BUSQUEDA. AL FINAL DEL
000362*    PIE VAN ADEMAS LAS NO AUTORIZADAS (CLAVES Y RANGOS
000364*    DENEGADOS POR ORIGAUT), QUE YA ESTAN CONTADAS DENTRO DE LAS
000366*    INVALIDAS.
000370*    EL REPORTE DISTRPT RESUME QUE SE LE MANDO A QUIEN: LA
000380*    ASIGNACION ORIGEN-ARCHIVO ES POR ORDEN DE APARICION, ASI
000390*    QUE EL REPARTO FISICO DE LOS DATASETS DEBE GUIARSE POR ESTE
000464*                     DISTRIBUIDOR, PARA QUE LA NUMERACION SIGA
000465*                     EL ORDEN FISICO COMO EN EL RESTO DE LOS
000466*                     PROGRAMAS. SIN CAMBIOS DE LOGICA.
000467*    2026-10-15  RE   NUEVO RESULTADO "NO AUTORIZADO" DEL
000468*                     PROGRAMA DE BUSQUEDA: SIGUE CONTANDO COMO
000469*                     INVALIDA Y SE INFORMA ADEMAS COMO NAU AL
000470*                     FINAL DEL PIE Y DEL RESUMEN, DETRAS DEL
000471*                     TOTAL, PARA NO CORRER LAS COLUMNAS QUE YA
000472*                     LEEN LOS SISTEMAS RECEPTORES.
000473*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     DistribuidorSalida.
000500 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
001990         10  DST-ORG-RANGOS      PIC 9(07).
002000         10  DST-ORG-DUPLICADAS  PIC 9(07).
002010         10  DST-ORG-TOTAL       PIC 9(07).
002015         10  DST-ORG-NO-AUTORIZ  PIC 9(07).

002020 01  DST-SW-ORIGEN-HALLADO       PIC X(01) VALUE 'N'.
002030     88  DST-ORIGEN-HALLADO               VALUE 'Y'.
002060*----------------------------------------------------------------
002070*   CLASIFICACION DEL RENGLON EN CURSO: ORIGEN Y RESULTADO
002080*   ('E' ENCONTRADA, 'N' NO ENCONTRADA, 'I' INVALIDA, 'R' RANGO)
002090*   MAS LA MARCA DE DUPLICADA Y LA DE NO AUTORIZADA (QUE ES
002095*   SIEMPRE TAMBIEN INVALIDA).
002100*----------------------------------------------------------------
002110 01  DST-ORIGEN-RENGLON          PIC X(04) VALUE SPACES.
002120 01  DST-RESULTADO-RENGLON       PIC X(01) VALUE SPACE.
002130 01  DST-SW-ES-DUPLICADA         PIC X(01) VALUE 'N'.
002140     88  DST-ES-DUPLICADA                 VALUE 'Y'.
002143 01  DST-SW-ES-NO-AUTORIZ        PIC X(01) VALUE 'N'.
002146     88  DST-ES-NO-AUTORIZ                VALUE 'Y'.

002150 01  DST-TOTAL-LEIDOS            PIC 9(07) VALUE ZERO.

002400     05  DPI-DUPLICADAS          PIC 9(07).
002410     05  FILLER                  PIC X(07) VALUE " TOTAL ".
002420     05  DPI-TOTAL               PIC 9(07).
002423     05  FILLER                  PIC X(05) VALUE " NAU ".
002426     05  DPI-NO-AUTORIZ          PIC 9(07).
002430     05  FILLER                  PIC X(66) VALUE SPACES.

002440*----------------------------------------------------------------
002450*   BUFFER COMUN DE GRABACION: EL DESPACHO POR DESTINO ESCRIBE
002720     05  DRL-DUPLICADAS          PIC 9(07).
002730     05  FILLER                  PIC X(07) VALUE " TOTAL ".
002740     05  DRL-TOTAL               PIC 9(07).
002743     05  FILLER                  PIC X(05) VALUE " NAU ".
002746     05  DRL-NO-AUTORIZ          PIC 9(07).
002750     05  FILLER                  PIC X(18) VALUE SPACES.

002760 01  DST-LINEA-TOTALES.
002770     05  FILLER                  PIC X(26) VALUE
004000     MOVE ZERO TO DST-ORG-RANGOS(DST-IDX-ORIGEN).
004010     MOVE ZERO TO DST-ORG-DUPLICADAS(DST-IDX-ORIGEN).
004020     MOVE ZERO TO DST-ORG-TOTAL(DST-IDX-ORIGEN).
004025     MOVE ZERO TO DST-ORG-NO-AUTORIZ(DST-IDX-ORIGEN).
004030 1300-EXIT.
004040     EXIT.

004690     IF DST-ES-DUPLICADA
004700         ADD 1 TO DST-ORG-DUPLICADAS(DST-IDX-ORIGEN)
004710     END-IF.
004712     IF DST-ES-NO-AUTORIZ
004714         ADD 1 TO DST-ORG-NO-AUTORIZ(DST-IDX-ORIGEN)
004716     END-IF.

004720     MOVE REG-SALIDA TO DST-LINEA-GRABAR.
004730     PERFORM 4000-GRABAR-EN-DESTINO THRU 4000-EXIT.
004820*   DUPLICADA DEL RENGLON EN CURSO. UN RENGLON DE RANGO
004830*   RECHAZADO CUENTA COMO INVALIDA, IGUAL QUE EN LOS CONTADORES
004840*   DEL PROGRAMA DE BUSQUEDA. UN RENGLON NO RECONOCIDO VA AL
004850*   RESTO COMO INVALIDA PARA QUE NO SE PIERDA. UN RENGLON
004853*   (CLAVE O RANGO) CON ESTADO "NO AUTORIZADO" ES INVALIDA Y
004856*   LLEVA ADEMAS LA MARCA DE NO AUTORIZADA.
004860*----------------------------------------------------------------
004870 3200-CLASIFICAR-RENGLON.
004880     MOVE 'N' TO DST-SW-ES-DUPLICADA.
004885     MOVE 'N' TO DST-SW-ES-NO-AUTORIZ.

004890     IF REG-SALIDA(1:6) = "CLAVE "
004900         MOVE REG-SALIDA TO BLI-LINEA-SALIDA
004990                 MOVE 'N' TO DST-RESULTADO-RENGLON
005000             ELSE
005010                 MOVE 'I' TO DST-RESULTADO-RENGLON
005012                 IF LS-ESTADO = "NO AUTORIZADO"
005014                     MOVE 'Y' TO DST-SW-ES-NO-AUTORIZ
005016                 END-IF
005020             END-IF
005030         END-IF
005040         GO TO 3200-EXIT
005120             MOVE REG-SALIDA TO BLI-LINEA-RANGO-INVALIDO
005130             MOVE LRI-ORIGEN TO DST-ORIGEN-RENGLON
005140             MOVE 'I' TO DST-RESULTADO-RENGLON
005142             IF LRI-ESTADO = "NO AUTORIZADO"
005144                 MOVE 'Y' TO DST-SW-ES-NO-AUTORIZ
005146             END-IF
005150         END-IF
005160         GO TO 3200-EXIT
005170     END-IF.
006590     MOVE DST-ORG-DUPLICADAS(DST-IDX-DESTINO)
006600         TO DPI-DUPLICADAS.
006610     MOVE DST-ORG-TOTAL(DST-IDX-DESTINO)     TO DPI-TOTAL.
006613     MOVE DST-ORG-NO-AUTORIZ(DST-IDX-DESTINO)
006616         TO DPI-NO-AUTORIZ.

006620     MOVE DST-LINEA-PIE TO DST-LINEA-GRABAR.
006630     PERFORM 4000-GRABAR-EN-DESTINO THRU 4000-EXIT.
006920     MOVE DST-ORG-RANGOS(DST-IDX-ORIGEN)     TO DRL-RANGOS.
006930     MOVE DST-ORG-DUPLICADAS(DST-IDX-ORIGEN) TO DRL-DUPLICADAS.
006940     MOVE DST-ORG-TOTAL(DST-IDX-ORIGEN)      TO DRL-TOTAL.
006945     MOVE DST-ORG-NO-AUTORIZ(DST-IDX-ORIGEN) TO DRL-NO-AUTORIZ.
006950     WRITE REG-REPORTE FROM DST-LINEA-ORIGEN.
006960     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.
006970 5200-EXIT.
