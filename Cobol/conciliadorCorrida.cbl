000470*      0 = ARCHIVOS BALANCEADOS, 8 = HAY DIFERENCIAS, 16 = NO SE
000480*      PUDO CONCILIAR (ARCHIVOS AUSENTES O MAS REFERENCIAS
000490*      DISTINTAS QUE ENTRADAS EN LA TABLA DE TRABAJO).
000491*
000492*    LAS TRANSACCIONES DENEGADAS POR EL ARCHIVO DE AUTORIZACIONES
000493*    (RESULTADO "NO AUTORIZADO") SE APAREAN COMO CUALQUIER OTRA Y
000494*    ADEMAS SE CUENTAN EN LOS DOS ARCHIVOS: LAS BUSQUEDAS DE
000495*    CLAVE DENEGADAS EN SALIDA DEBEN SER TANTAS COMO LAS
000496*    AUDITORIAS "NO AUTORIZADO" (LOS RANGOS DENEGADOS, COMO TODO
000497*    RANGO, NO SE AUDITAN); SI NO COINCIDEN ES UNA DIFERENCIA.
000500*----------------------------------------------------------------
000510*MODIFICATION HISTORY.
000520*    2026-09-02  RE   VERSION ORIGINAL.
000680*                     AL FINAL, SIN CORRIMIENTOS. LOS PARRAFOS
000690*                     5000 SE ADELANTAN A LOS 6000 PARA QUE LA
000700*                     NUMERACION SIGA EL ORDEN FISICO.
000701*    2026-10-15  RE   CONTEO DEL RESULTADO "NO AUTORIZADO" EN
000702*                     SALIDA (CLAVES Y RANGOS) Y EN AUDITLOG, CON
000703*                     SU RENGLON EN EL REPORTE Y CONTROL CRUZADO
000704*                     ENTRE LAS CLAVES DENEGADAS Y SUS
000705*                     AUDITORIAS.
000706*    2026-10-15  RE   LOS TRAILERS DE CORRIDA DE AUDITLOG (VER
000707*                     BLIAUD) NO CUENTAN COMO AUDITORIAS.
000710*****************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID.     ConciliadorCorrida.
002350 01  CNC-CANT-DIFERENCIAS        PIC 9(07) VALUE ZERO.
002360 01  CNC-SALIDAS-ESPERADAS       PIC 9(07) VALUE ZERO.

002361*----------------------------------------------------------------
002362*   TRANSACCIONES DENEGADAS POR FALTA DE AUTORIZACION ("NO
002363*   AUTORIZADO"): BUSQUEDAS DE CLAVE Y RANGOS EN SALIDA, Y
002364*   AUDITORIAS DE LA CORRIDA.
002365*----------------------------------------------------------------
002366 01  CNC-SAL-CLAVE-NO-AUTORIZ    PIC 9(07) VALUE ZERO.
002367 01  CNC-SAL-RANGO-NO-AUTORIZ    PIC 9(07) VALUE ZERO.
002368 01  CNC-AUD-NO-AUTORIZ          PIC 9(07) VALUE ZERO.

002370*----------------------------------------------------------------
002380*   LAYOUTS DE LOS RENGLONES DEL REPORTE.
002390*----------------------------------------------------------------
002760     05  CTO-DIFERENCIAS         PIC 9(07).
002770     05  FILLER                  PIC X(53) VALUE SPACES.

002771 01  CNC-LINEA-NO-AUTORIZ.
002772     05  FILLER                  PIC X(30) VALUE
002773         "NO AUTORIZADAS - SALIDA CLAVE ".
002774     05  CNA-SAL-CLAVE           PIC 9(07).
002775     05  FILLER                  PIC X(07) VALUE " RANGO ".
002776     05  CNA-SAL-RANGO           PIC 9(07).
002777     05  FILLER                  PIC X(10) VALUE " AUDITLOG ".
002778     05  CNA-AUDITORIAS          PIC 9(07).
002779     05  FILLER                  PIC X(64) VALUE SPACES.

002780 PROCEDURE DIVISION.
002790*****************************************************************
002800*   0000-MAINLINE
005260         MOVE LS-SOLICITUD TO CNC-BUSCA-SOLICITUD
005270         MOVE LS-CLAVE     TO CNC-BUSCA-CLAVE
005280         MOVE LS-TABLA     TO CNC-BUSCA-TABLA
005282         IF LS-ESTADO = "NO AUTORIZADO"
005284             ADD 1 TO CNC-SAL-CLAVE-NO-AUTORIZ
005286         END-IF
005290     ELSE
005300         IF REG-SALIDA(1:6) = "RANGO "
005310             MOVE REG-SALIDA TO BLI-LINEA-RANGO
005400                 MOVE LRI-SOLICITUD TO CNC-BUSCA-SOLICITUD
005410                 MOVE LRI-DESDE     TO CNC-BUSCA-CLAVE
005420                 MOVE LRI-TABLA     TO CNC-BUSCA-TABLA
005422                 IF LRI-ESTADO = "NO AUTORIZADO"
005424                     ADD 1 TO CNC-SAL-RANGO-NO-AUTORIZ
005426                 END-IF
005430             END-IF
005440         ELSE
005450             ADD 1 TO CNC-SALIDAS-DESCONOCIDAS
005810*   4200-ACUMULAR-UNA-AUDITORIA
005820*----------------------------------------------------------------
005830 4200-ACUMULAR-UNA-AUDITORIA.
005832     IF AUD-TRAILER
005834         GO TO 4200-SIGUIENTE
005836     END-IF.

005840     IF AUD-FECHA < CNC-FECHA-DESDE
005850     OR AUD-FECHA > CNC-FECHA-HASTA
005860         ADD 1 TO CNC-AUD-FUERA-DE-FECHA

005890     ADD 1 TO CNC-TOTAL-AUDITORIAS.

005892     IF AUD-RESULTADO = "NO AUTORIZADO"
005894         ADD 1 TO CNC-AUD-NO-AUTORIZ
005896     END-IF.

005900     MOVE AUD-ORIGEN    TO CNC-BUSCA-ORIGEN.
005910     MOVE AUD-SOLICITUD TO CNC-BUSCA-SOLICITUD.
005920     MOVE AUD-CLAVE     TO CNC-BUSCA-CLAVE.
006210         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
006220     END-IF.

006225     PERFORM 5300-CONTROLAR-NO-AUTORIZ THRU 5300-EXIT.

006230     MOVE CNC-TOTAL-TRANSACCIONES TO CTO-TRANSACCIONES.
006240     MOVE CNC-TOTAL-SALIDAS       TO CTO-SALIDAS.
006250     MOVE CNC-TOTAL-AUDITORIAS    TO CTO-AUDITORIAS.
006520         DISPLAY "CNC0008I AUDITORIAS FUERA DEL RANGO DE "
006530             "FECHAS (IGNORADAS): " CNC-AUD-FUERA-DE-FECHA
006540     END-IF.

006541     IF CNC-SAL-CLAVE-NO-AUTORIZ > ZERO
006542     OR CNC-SAL-RANGO-NO-AUTORIZ > ZERO
006543     OR CNC-AUD-NO-AUTORIZ > ZERO
006544         DISPLAY "CNC0009I NO AUTORIZADAS - SALIDA CLAVE: "
006545             CNC-SAL-CLAVE-NO-AUTORIZ
006546             " RANGO: " CNC-SAL-RANGO-NO-AUTORIZ
006547             " AUDITLOG: " CNC-AUD-NO-AUTORIZ
006548     END-IF.
006550 5000-EXIT.
006560     EXIT.

007150 5200-EXIT.
007160     EXIT.

007161*----------------------------------------------------------------
007162*   5300-CONTROLAR-NO-AUTORIZ
007163*----------------------------------------------------------------
007164*   INFORMA LAS TRANSACCIONES DENEGADAS POR FALTA DE
007165*   AUTORIZACION Y VERIFICA QUE CADA BUSQUEDA DE CLAVE DENEGADA
007166*   EN SALIDA TENGA SU AUDITORIA "NO AUTORIZADO". EL DESBALANCE
007167*   CUENTA COMO UNA DIFERENCIA MAS: UNA AUDITORIA CON OTRO
007168*   RESULTADO QUE EL DE SALIDA NO SE VE EN EL APAREO POR
007169*   REFERENCIA, QUE SOLO CUENTA REGISTROS.
007170*----------------------------------------------------------------
007171 5300-CONTROLAR-NO-AUTORIZ.
007172     IF CNC-SAL-CLAVE-NO-AUTORIZ = ZERO
007173     AND CNC-SAL-RANGO-NO-AUTORIZ = ZERO
007174     AND CNC-AUD-NO-AUTORIZ = ZERO
007175         GO TO 5300-EXIT
007176     END-IF.

007177     MOVE CNC-SAL-CLAVE-NO-AUTORIZ TO CNA-SAL-CLAVE.
007178     MOVE CNC-SAL-RANGO-NO-AUTORIZ TO CNA-SAL-RANGO.
007179     MOVE CNC-AUD-NO-AUTORIZ       TO CNA-AUDITORIAS.
007180     WRITE REG-REPORTE FROM CNC-LINEA-NO-AUTORIZ.
007181     PERFORM 1100-VALIDAR-EF-REPORTE THRU 1100-EXIT.

007182     IF CNC-SAL-CLAVE-NO-AUTORIZ NOT = CNC-AUD-NO-AUTORIZ
007183         ADD 1 TO CNC-CANT-DIFERENCIAS
007184         MOVE "NO AUTORIZADAS: SALIDA Y AUDITLOG NO COINCIDEN"
007185             TO REG-REPORTE
007186         PERFORM 1150-ESCRIBIR-RENGLON THRU 1150-EXIT
007187     END-IF.
007188 5300-EXIT.
007189     EXIT.

007190*****************************************************************
007191*   6000-UBICAR-REFERENCIA
007192*----------------------------------------------------------------
007200*   LOCALIZA (O CREA) LA ENTRADA DE LA REFERENCIA EN CURSO
007210*   (ORIGEN + SOLICITUD + CLAVE) Y DEJA CNC-IDX-REF APUNTANDOLE.
007220*   LO USAN LAS PASADAS DE SALIDA Y AUDITORIA (TRANSIN CARGA LA
