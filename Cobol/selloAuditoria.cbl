000100*****************************************************************
000110*PROGRAM-ID.  BLISELLO
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*INSTALLATION. CENTRO DE COMPUTOS
000140*DATE-WRITTEN. 2026-10-15
000150*DATE-COMPILED.
000160*----------------------------------------------------------------
000170*REMARKS.
000180*    MODULO DE SELLADO DE LOS REGISTROS DE AUDITORIA, INVOCADO
000190*    CON CALL (AREA DE COMUNICACION EN EL COPYBOOK BLISELL). LO
000200*    USAN BUSQUEDALINEALIMPARES PARA SELLAR CADA REGISTRO QUE
000210*    GRABA EN AUDITLOG Y LOS PROGRAMAS QUE VERIFICAN LA CADENA,
000220*    ASI EL CALCULO ES UNO SOLO PARA TODOS.
000230*
000240*    EL SELLO SE CALCULA BYTE POR BYTE SOBRE LOS PRIMEROS 109
000250*    BYTES (HASTA EL FILLER QUE PRECEDE A AUD-SELLO),
000260*    PARTIENDO DEL SELLO DEL REGISTRO ANTERIOR DEL BLOQUE:
000270*        SELLO = RESTO((SELLO * 257 + VALOR DEL BYTE + 1)
000280*                      / 999999937)
000290*    CUALQUIER CAMBIO EN UN REGISTRO CAMBIA SU SELLO, Y COMO
000300*    CADA SELLO PARTE DEL ANTERIOR, QUITAR, AGREGAR O REORDENAR
000310*    REGISTROS DENTRO DE UN BLOQUE ROMPE LA CADENA EN ESE PUNTO.
000320*    EL VALOR DEL BYTE SE OBTIENE MOVIENDO EL CARACTER AL BYTE
000330*    BAJO DE UN CAMPO BINARIO DE MEDIA PALABRA.
000340*
000350*    EL MODULO NO ABRE ARCHIVOS NI GUARDA ESTADO ENTRE LLAMADAS:
000360*    LA CADENA LA LLEVA QUIEN LLAMA, EN BLIS-SELLO-ANTERIOR.
000370*----------------------------------------------------------------
000380*MODIFICATION HISTORY.
000390*    2026-10-15  RE   VERSION ORIGINAL.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     BLISELLO.
000430 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000440 INSTALLATION.   CENTRO DE COMPUTOS.
000450 DATE-WRITTEN.   15/10/2026.
000460 DATE-COMPILED.

000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.    IBM-370.
000500 OBJECT-COMPUTER.    IBM-370.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.

000530 DATA DIVISION.
000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------------
000560*   LARGO SELLADO DEL REGISTRO Y MODULO DEL CALCULO (PRIMO).
000570*----------------------------------------------------------------
000580 01  SEL-LARGO-SELLADO           PIC 9(03) VALUE 109.
000590 01  SEL-MODULO                  PIC 9(09) VALUE 999999937.
000600 01  SEL-MULTIPLICADOR           PIC 9(03) VALUE 257.

000610*----------------------------------------------------------------
000620*   COPIA DEL REGISTRO VISTA COMO TABLA DE BYTES.
000630*----------------------------------------------------------------
000640 01  SEL-REGISTRO.
000650     05  SEL-BYTE OCCURS 120 TIMES
000660                                 PIC X(01).

000670 01  SEL-IDX-BYTE                PIC 9(03) VALUE ZERO.

000680*----------------------------------------------------------------
000690*   VALOR NUMERICO DEL BYTE EN CURSO: EL CARACTER SE MUEVE AL
000700*   BYTE BAJO Y EL ALTO QUEDA EN LOW-VALUE.
000710*----------------------------------------------------------------
000720 01  SEL-VALOR-BYTE              PIC 9(04) COMP VALUE ZERO.
000730 01  SEL-VALOR-BYTE-X REDEFINES SEL-VALOR-BYTE.
000740     05  SEL-BYTE-ALTO           PIC X(01).
000750     05  SEL-BYTE-BAJO           PIC X(01).

000760*----------------------------------------------------------------
000770*   ACUMULADOR DEL SELLO Y CAMPOS DE CALCULO.
000780*----------------------------------------------------------------
000790 01  SEL-ACUMULADO               PIC 9(09) VALUE ZERO.
000800 01  SEL-PRODUCTO                PIC 9(12) VALUE ZERO.
000810 01  SEL-COCIENTE                PIC 9(12) VALUE ZERO.

000820 LINKAGE SECTION.
000830     COPY BLISELL.

000840 PROCEDURE DIVISION USING BLIS-AREA.
000850*****************************************************************
000860*   0000-MAINLINE
000870*----------------------------------------------------------------
000880*   PARTE DEL SELLO ANTERIOR, ACUMULA CADA BYTE SELLADO DEL
000890*   REGISTRO Y DEVUELVE EL RESULTADO EN BLIS-SELLO.
000900*****************************************************************
000910 0000-MAINLINE.
000920     MOVE BLIS-REGISTRO TO SEL-REGISTRO.
000930     MOVE BLIS-SELLO-ANTERIOR TO SEL-ACUMULADO.

000940     PERFORM 1000-ACUMULAR-UN-BYTE THRU 1000-EXIT
000950         VARYING SEL-IDX-BYTE FROM 1 BY 1
000960         UNTIL SEL-IDX-BYTE > SEL-LARGO-SELLADO.

000970     MOVE SEL-ACUMULADO TO BLIS-SELLO.

000980     GOBACK.

000990*----------------------------------------------------------------
001000*   1000-ACUMULAR-UN-BYTE
001010*----------------------------------------------------------------
001020 1000-ACUMULAR-UN-BYTE.
001030     MOVE ZERO TO SEL-VALOR-BYTE.
001040     MOVE SEL-BYTE(SEL-IDX-BYTE) TO SEL-BYTE-BAJO.

001050     COMPUTE SEL-PRODUCTO =
001060         SEL-ACUMULADO * SEL-MULTIPLICADOR + SEL-VALOR-BYTE + 1.

001070     DIVIDE SEL-PRODUCTO BY SEL-MODULO
001080         GIVING SEL-COCIENTE
001090         REMAINDER SEL-ACUMULADO.
001100 1000-EXIT.
001110     EXIT.
