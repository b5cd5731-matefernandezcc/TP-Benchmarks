000100*****************************************************************
000110*COPYBOOK.    BLISELL
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*REMARKS.
000140*    AREA DE COMUNICACION DEL MODULO DE SELLADO BLISELLO,
000150*    INVOCADO CON CALL POR BUSQUEDALINEALIMPARES AL GRABAR CADA
000160*    REGISTRO DE AUDITORIA Y POR LOS PROGRAMAS QUE VERIFICAN LA
000170*    CADENA DE AUDITLOG (MEZCLADORLOTE, VERIFICADORAUDITORIA).
000180*
000190*    PEDIDO (BLIS-ENTRADA): EL SELLO DEL REGISTRO ANTERIOR DEL
000200*    MISMO BLOQUE DE CORRIDA (CERO PARA EL PRIMERO) Y LA IMAGEN
000210*    COMPLETA DEL REGISTRO (LAYOUT BLIAUD) A SELLAR.
000220*
000230*    RESPUESTA (BLIS-SALIDA): EL SELLO DEL REGISTRO, CALCULADO
000240*    SOBRE LOS PRIMEROS 109 BYTES (HASTA EL FILLER QUE PRECEDE
000250*    A AUD-SELLO; AUD-SELLO Y EL RELLENO FINAL NO ENTRAN) Y
000260*    ENCADENADO AL SELLO ANTERIOR. QUIEN GRABA LO GUARDA EN
000270*    AUD-SELLO; QUIEN VERIFICA LO COMPARA CON EL LEIDO.
000280*****************************************************************
000290 01  BLIS-AREA.
000300     05  BLIS-ENTRADA.
000310         10  BLIS-SELLO-ANTERIOR     PIC 9(09).
000320         10  BLIS-REGISTRO           PIC X(120).
000330     05  BLIS-SALIDA.
000340         10  BLIS-SELLO              PIC 9(09).
