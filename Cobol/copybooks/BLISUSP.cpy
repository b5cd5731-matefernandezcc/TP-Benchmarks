000100*****************************************************************
000110*COPYBOOK.    BLISUSP
000120*AUTHOR.      R. ECHEVERRIA - EQUIPO BATCH CONCILIACION
000130*REMARKS.
000140*    LAYOUT DEL REGISTRO DEL ARCHIVO DE SUSPENSO: LAS
000150*    TRANSACCIONES RECHAZADAS POR BUSQUEDALINEALIMPARES, CON LA
000160*    TRANSACCION COMPLETA TAL CUAL LLEGO EN TRANSIN (LAYOUT
000170*    BLITRAN), EL CODIGO DE MOTIVO DEL RECHAZO Y LA FECHA EN QUE
000180*    SE RECHAZO POR PRIMERA VEZ.
000190*
000200*    LO USAN DOS ARCHIVOS:
000210*      SUSPENSO  LOS RECHAZOS DE LA CORRIDA, QUE GRABA
000220*                BUSQUEDALINEALIMPARES (ESTADO 'P', AMBAS
000230*                FECHAS EN LA FECHA DEL DIA, UN RECHAZO);
000240*      SUSPMST   EL SUSPENSO ACUMULADO, QUE MANTIENE
000250*                MANTENEDORSUSPENSO: INCORPORA LOS RECHAZOS DE
000260*                CADA NOCHE Y LIBERA O ANULA PARTIDAS SEGUN SUS
000270*                TARJETAS DE CONTROL. UNA PARTIDA LIBERADA QUEDA
000280*                CON ESTADO 'L' HASTA LA CORRIDA SIGUIENTE: SI SE
000290*                VUELVE A RECHAZAR, RECUPERA SU FECHA DE PRIMER
000300*                RECHAZO; SI NO, SE DA POR RESUELTA.
000310*
000320*    CODIGOS DE MOTIVO (SUS-MOTIVO):
000330*      OI  ORIG INVALIDO   ORIGEN NO REGISTRADO O INACTIVO
000340*      TE  TABLA ERRONEA   TABLA NO DEFINIDA EN PARMCTL
000350*      RI  RANGO INVALIDO  RANGO NO NUMERICO O INVERTIDO
000360*      CI  CLAVE INVALIDA  CLAVE FUERA DEL RANGO O DE LA
000370*                          SECUENCIA DE CARGA DE LA TABLA
000373*      NA  NO AUTORIZADO   ORIGEN SIN PERMISO PARA LA TABLA O
000376*                          PARA EL TIPO DE TRANSACCION (ORIGAUT)
000380*****************************************************************
000390 01  REG-SUSPENSO.
000400     05  SUS-TRANSACCION         PIC X(80).
000410     05  SUS-MOTIVO              PIC X(02).
000420         88  SUS-MOTIVO-ORIGEN            VALUE 'OI'.
000430         88  SUS-MOTIVO-TABLA             VALUE 'TE'.
000440         88  SUS-MOTIVO-RANGO             VALUE 'RI'.
000450         88  SUS-MOTIVO-CLAVE             VALUE 'CI'.
000455         88  SUS-MOTIVO-AUTORIZACION      VALUE 'NA'.
000460     05  SUS-FECHA-RECHAZO       PIC 9(08).
000470     05  SUS-FECHA-ULTIMO        PIC 9(08).
000480     05  SUS-RECHAZOS            PIC 9(03).
000490     05  SUS-ESTADO              PIC X(01).
000500         88  SUS-PENDIENTE                VALUE 'P'.
000510         88  SUS-LIBERADO                 VALUE 'L'.
000520     05  SUS-FECHA-LIBERACION    PIC 9(08).
000530     05  FILLER                  PIC X(10).
