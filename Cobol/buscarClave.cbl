000380*                     TAB-INDICE DEL CONTROL Y CUYA VALIDACION
000382*                     ES SOLO POR RANGO, SIN CONTROL DE
000384*                     MULTIPLO.
000385*    2026-10-15  RE   UNA TABLA DE PREPARACION (CONTROL CON LA
000386*                     MARCA TAB-PREPARACION, VER BLITAB) NO ESTA
000387*                     EN SERVICIO: SE DEVUELVE 12 COMO SI NO
000388*                     EXISTIERA.
000389*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     BLIBUSCA.
000410 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
001650             GO TO 2000-EXIT
001660     END-READ.

001661*    UNA TABLA DE PREPARACION TODAVIA NO ESTA EN SERVICIO Y SU
001662*    CONTROL NO LLEVA TAMANIO NI SECUENCIA (VER BLITAB).
001663     IF TAB-PREPARACION
001664         MOVE 12 TO BLIB-CODIGO-RETORNO
001665         GO TO 2000-EXIT
001666     END-IF.

001670     MOVE TAB-MAX-ENTRADAS  TO BSC-MAX-ENTRADAS.
001680     MOVE TAB-VALOR-INICIAL TO BSC-VALOR-INICIAL.
001690     MOVE TAB-INCREMENTO    TO BSC-INCREMENTO.
