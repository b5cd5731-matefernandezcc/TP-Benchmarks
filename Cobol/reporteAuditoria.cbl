000304*                     MIDE AHORA 132 BYTES EXACTOS (ANTES EL
000306*                     FILLER FINAL LO PASABA A 134 Y EL WRITE
000308*                     TRUNCABA DOS BLANCOS).
000311*    2026-10-15  RE   LOS TRAILERS DE CORRIDA DE AUDITLOG (VER
000314*                     BLIAUD) NO SON BUSQUEDAS Y SE SALTEAN.
000317*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.     ReporteAuditoria.
000340 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
002560*----------------------------------------------------------------
002570*   ACUMULA UN REGISTRO DEL HISTORICO EN LOS TOTALES GENERALES,
002580*   EN LA ENTRADA DE SU FECHA Y EN LA ENTRADA DE SU CLAVE.
002585*   EL TRAILER DE UNA CORRIDA NO ES UNA BUSQUEDA Y SE SALTEA.
002590*****************************************************************
002600 3200-ACUMULAR-REGISTRO.
002602     IF AUD-TRAILER
002604         GO TO 3200-SIGUIENTE
002606     END-IF.

002610     ADD 1 TO RAU-TOTAL-REGISTROS.

002620     IF AUD-RESULTADO = "ENCONTRADA"
002710     PERFORM 3300-ACUMULAR-DIA THRU 3300-EXIT.
002720     PERFORM 3400-ACUMULAR-CLAVE THRU 3400-EXIT.

002725 3200-SIGUIENTE.
002730     PERFORM 3100-LEER-AUDITORIA THRU 3100-EXIT.
002740 3200-EXIT.
002750     EXIT.
