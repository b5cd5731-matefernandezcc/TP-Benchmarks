000100*****************************************************************
000110*COPYBOOK.    BLIAUTZ
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*REMARKS.
000140*    LAYOUT DEL REGISTRO DEL ARCHIVO DE AUTORIZACIONES (ORIGAUT):
000150*    QUE SISTEMA DE ORIGEN PUEDE CONSULTAR QUE TABLA DE TABLAVSM
000160*    Y CON QUE TIPO DE TRANSACCION. COMPARTIDO POR
000170*    BUSQUEDALINEALIMPARES, QUE LO CONSULTA DESPUES DE VALIDAR
000180*    EL ORIGEN DE CADA TRANSACCION DEL LOTE, Y POR
000190*    MANTENEDORAUTORIZACIONES, QUE LO ACTUALIZA. UN REGISTRO
000200*    POR PAR ORIGEN + TABLA; LO QUE NO FIGURA NO ESTA PERMITIDO
000210*    (RESULTADO "NO AUTORIZADO").
000220*    AUT-CLAVE-UNICA Y AUT-RANGO ('S'/'N') DICEN SI EL ORIGEN
000230*    PUEDE HACER BUSQUEDAS DE CLAVE UNICA Y CONSULTAS DE RANGO
000240*    ('R' EN TRANS-TIPO) CONTRA ESA TABLA.
000250*****************************************************************
000260 01  REG-AUTORIZACION.
000270     05  AUT-ORIGEN              PIC X(04).
000280     05  FILLER                  PIC X(01).
000290     05  AUT-TABLA               PIC X(08).
000300     05  FILLER                  PIC X(01).
000310     05  AUT-CLAVE-UNICA         PIC X(01).
000320         88  AUT-PERMITE-CLAVE            VALUE 'S'.
000330     05  FILLER                  PIC X(01).
000340     05  AUT-RANGO               PIC X(01).
000350         88  AUT-PERMITE-RANGO            VALUE 'S'.
000360     05  FILLER                  PIC X(63).
