000230*    REPORTECORRIDAS, QUE ANALIZA EL HISTORICO DE CORRIDAS.
000240*    EN MODO DE CLAVE UNICA LOS CONTADORES DE LOTE QUEDAN EN
000250*    CERO.
000252*    RUN-CORRIDA ES EL IDENTIFICADOR DE LA CORRIDA (FECHA Y HORA
000254*    CON CENTESIMAS DEL INICIO) CON QUE LA CORRIDA SELLO SU
000256*    BLOQUE DE AUDITLOG (AUD-CORRIDA EN BLIAUD); EN BLANCO EN
000258*    LOS REGISTROS ANTERIORES A LA CADENA DE CONTROL.
000260*****************************************************************
000270 01  REG-CORRIDA.
000280     05  RUN-FECHA               PIC 9(08).
000520     05  RUN-RC                  PIC 9(02).
000530     05  FILLER                  PIC X(01).
000540     05  RUN-SW-TOPE             PIC X(01).
000550     05  FILLER                  PIC X(01).
000560     05  RUN-CORRIDA             PIC X(16).
000570     05  FILLER                  PIC X(10).
