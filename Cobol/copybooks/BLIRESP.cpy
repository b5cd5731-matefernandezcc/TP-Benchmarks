000100*****************************************************************
000110*COPYBOOK.    BLIRESP
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*REMARKS.
000140*    LAYOUT DEL REGISTRO DEL RESPALDO SECUENCIAL DE TABLAVSM
000150*    QUE GRABA Y LEE RESPALDOTABLA. EL ARCHIVO EMPIEZA CON UNA
000160*    CABECERA ('H') CON LA FECHA Y HORA DEL RESPALDO Y SU
000170*    ALCANCE (UNA TABLA O "*TODAS*"). DESPUES, POR CADA TABLA
000180*    RESPALDADA Y EN ORDEN DE CLAVE:
000190*      'C'  SU REGISTRO DE CONTROL (ELEMENTO 0000000), PRIMERO;
000200*      'E'  UN REGISTRO POR ELEMENTO;
000210*      'T'  EL TRAILER DE LA TABLA CON LA CANTIDAD DE ELEMENTOS
000220*           Y EL TOTAL HASH (SUMA DE TAB-ELEMENTO MAS TAB-INDICE
000230*           DE CADA ELEMENTO, SIN EL CONTROL).
000240*    LOS REGISTROS 'C' Y 'E' LLEVAN EN RSP-REGISTRO-TABLA LA
000250*    IMAGEN COMPLETA DEL REGISTRO DE TABLAVSM (LAYOUT BLITAB),
000260*    ASI LA RESTAURACION LA GRABA TAL CUAL. RSP-TABLA-ID ESTA EN
000270*    LA MISMA POSICION EN LOS TRES TIPOS DE REGISTRO DE TABLA.
000280*****************************************************************
000290 01  REG-RESPALDO.
000300     05  RSP-TIPO                PIC X(01).
000310         88  RSP-CABECERA                 VALUE 'H'.
000320         88  RSP-CONTROL                  VALUE 'C'.
000330         88  RSP-ELEMENTO                 VALUE 'E'.
000340         88  RSP-TRAILER                  VALUE 'T'.
000350     05  FILLER                  PIC X(01).
000360     05  RSP-REGISTRO-TABLA.
000370         10  RSP-TABLA-ID        PIC X(08).
000380         10  FILLER              PIC X(35).
000390     05  RSP-DATOS-CABECERA REDEFINES RSP-REGISTRO-TABLA.
000400         10  RSP-CAB-FECHA       PIC 9(08).
000410         10  RSP-CAB-HORA        PIC 9(08).
000420         10  RSP-CAB-ALCANCE     PIC X(08).
000430         10  FILLER              PIC X(19).
000440     05  RSP-DATOS-TRAILER REDEFINES RSP-REGISTRO-TABLA.
000450         10  FILLER              PIC X(08).
000460         10  RSP-TRL-CANTIDAD    PIC 9(07).
000470         10  RSP-TRL-HASH        PIC 9(15).
000480         10  FILLER              PIC X(13).
000490     05  FILLER                  PIC X(35).
