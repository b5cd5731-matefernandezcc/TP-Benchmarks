000306*    ESTAS ANTES QUE LAS BAJAS, SIN IMPORTAR LA POSICION EN EL
000307*    ARCHIVO: UN CORTE POR TOPE HORARIO SOLO DEJA PENDIENTE EL
000308*    TRABAJO DE MENOR PRIORIDAD.
000309*
000310*    REGISTROS DE CONTROL DE ENVIO (LAYOUT REG-CONTROL-ENVIO,
000311*    TRANS-TIPO 'H' CABECERA Y 'T' PIE): CADA ORIGEN ENCIERRA
000312*    SU ENVIO ENTRE UNA CABECERA Y UN PIE CON SU CODIGO, LA
000313*    FECHA Y EL NUMERO DE SECUENCIA DEL ENVIO. EL PIE TRAE
000314*    ADEMAS LA CANTIDAD DE REGISTROS DE DETALLE Y LA SUMA DE SUS
000315*    TRANS-CLAVE (LAS CLAVES NO NUMERICAS SUMAN CERO); EN LA
000316*    CABECERA ESOS DOS CAMPOS VAN EN CERO. SOLO VIAJAN EN LOS
000317*    ARCHIVOS DE LOS ORIGENES (TRANSENV): EDITORENVIOS LOS
000318*    CONTROLA Y DEJA EN TRANSIN UNICAMENTE LOS DETALLES DE LOS
000319*    ENVIOS ACEPTADOS, ASI QUE LOS PROGRAMAS QUE LEEN TRANSIN
000320*    NUNCA LOS VEN. UN DETALLE NO PUEDE LLEVAR 'H' NI 'T' EN
000321*    TRANS-TIPO.
000322*****************************************************************
000323 01  REG-TRANSACCION.
000330     05  TRANS-CLAVE             PIC 9(07).
000340     05  TRANS-TIPO              PIC X(01).
000350         88  TRANS-TIPO-RANGO                 VALUE 'R'.
000353         88  TRANS-TIPO-CABECERA              VALUE 'H'.
000356         88  TRANS-TIPO-PIE                   VALUE 'T'.
000360     05  TRANS-CLAVE-HASTA       PIC 9(07).
000370     05  TRANS-TABLA-ID          PIC X(08).
000380     05  TRANS-SISTEMA-ORIGEN    PIC X(04).
000394         88  TRANS-PRIORIDAD-ALTA             VALUE 'A'.
000396         88  TRANS-PRIORIDAD-BAJA             VALUE 'B'.
000400     05  FILLER                  PIC X(40).

000410*----------------------------------------------------------------
000420*   CABECERA ('H') O PIE ('T') DE UN ENVIO. OCUPA EL MISMO AREA
000430*   QUE REG-TRANSACCION; ENV-TIPO CAE SOBRE TRANS-TIPO.
000440*----------------------------------------------------------------
000450 01  REG-CONTROL-ENVIO.
000460     05  FILLER                  PIC X(07).
000470     05  ENV-TIPO                PIC X(01).
000480         88  ENV-CABECERA                     VALUE 'H'.
000490         88  ENV-PIE                          VALUE 'T'.
000500     05  ENV-IDENTIFICACION.
000510         10  ENV-SISTEMA-ORIGEN  PIC X(04).
000520         10  ENV-FECHA-ENVIO     PIC 9(08).
000530         10  ENV-SECUENCIA       PIC 9(05).
000540     05  ENV-CANT-REGISTROS      PIC 9(07).
000550     05  ENV-TOTAL-CLAVES        PIC 9(15).
000560     05  FILLER                  PIC X(33).
