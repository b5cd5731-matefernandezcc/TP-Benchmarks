000314*    PROLIJAMENTE EN EL LIMITE DE CLAVE, DEJA EL CHECKPOINT Y
000316*    TERMINA CON CODIGO 2 PARA QUE EL JCL REENVIE EL RESTO EN LA
000318*    VENTANA SIGUIENTE. EN CERO (O SIN REGISTRO) NO HAY TOPE.
000319*
000320*    PARMC-MODO-LOTE ELIGE COMO SE RESUELVEN LAS CLAVES QUE NO
000321*    ESTAN EN MEMORIA: EN BLANCO, CADA UNA CON SU READ DIRECTO
000322*    (Y LECTURAS DIRECTAS PARA LOS VECINOS); 'O' (ORDENADO), EL
000323*    LOTE SE ORDENA POR TABLA Y CLAVE Y SE RESUELVE CON UN
000324*    RECORRIDO HACIA ADELANTE DE CADA TABLA, PARA LOS LOTES
000325*    GRANDES DE CIERRE DE MES (REQUIERE DD SORTWK). LOS
000326*    RESULTADOS SON LOS MISMOS EN AMBOS MODOS.
000327*****************************************************************
000328 01  REG-PARAMETROS.
000330     05  PARM-TABLA-ID               PIC X(08).
000340     05  PARM-MAX-ENTRADAS           PIC 9(07).
000350     05  PARM-VALOR-INICIAL          PIC 9(07).
000470 01  REG-PARAMETROS-CTL.
000480     05  PARMC-TIPO                  PIC X(08).
000490     05  PARMC-HORA-TOPE             PIC 9(06).
000493     05  PARMC-MODO-LOTE             PIC X(01).
000496         88  PARMC-MODO-ORDENADO             VALUE 'O'.
000500     05  FILLER                      PIC X(65).
