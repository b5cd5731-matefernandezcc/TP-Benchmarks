000320*    TOTALES. ASI CUMPLIMIENTO CONSERVA EL HISTORICO COMPLETO Y
000330*    OPERACIONES MANTIENE EL ARCHIVO VIVO CHICO PARA EL RESPALDO
000340*    NOCTURNO.
000341*    LOS BLOQUES DE CORRIDA DE LA CADENA DE CONTROL (VER BLIAUD)
000342*    NO SE PARTEN: UN REGISTRO ENCADENADO SE DEPURA POR LA FECHA
000343*    DE SU CORRIDA (AUD-CORRIDA-FECHA), NO POR SU AUD-FECHA, ASI
000344*    UNA CORRIDA QUE CRUZA LA MEDIANOCHE VA ENTERA, CON SU
000345*    TRAILER, AL HISTORICO O AL VIVO Y SU CADENA SIGUE
000346*    VERIFICABLE. LOS TRAILERS NO CUENTAN COMO REGISTROS: SE
000347*    INFORMAN EN UN RENGLON APARTE.
000350*----------------------------------------------------------------
000360*MODIFICATION HISTORY.
000370*    2026-08-23  RE   VERSION ORIGINAL.
000374*                     TRUNCABA BLANCOS). LOS DOS ARCHIVOS DE
000375*                     SALIDA SE ABREN ANTES DE VALIDAR SUS FILE
000376*                     STATUS.
000378*    2026-10-15  RE   REGISTRO DE AUDITORIA A 120 BYTES (CADENA
000380*                     DE CONTROL, VER BLIAUD). LOS REGISTROS
000382*                     ENCADENADOS SE DEPURAN POR LA FECHA DE SU
000384*                     CORRIDA PARA NO PARTIR BLOQUES; LOS
000386*                     TRAILERS SE CUENTAN APARTE.
000388*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     ArchivadorAuditoria.
000410 AUTHOR.         R. ECHEVERRIA - EQUIPO BATCH CONCILIACION.
000870 FD  ARCHIVO-HISTORICO
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  REG-HISTORICO               PIC X(120).

000910 FD  ARCHIVO-VIGENTE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  REG-VIGENTE                 PIC X(120).

000950 FD  ARCHIVO-REPORTE
000960     RECORDING MODE IS F
001460 01  ARC-TOTAL-LEIDOS            PIC 9(09) VALUE ZERO.
001470 01  ARC-TOTAL-ARCHIVADOS        PIC 9(09) VALUE ZERO.
001480 01  ARC-TOTAL-RETENIDOS         PIC 9(09) VALUE ZERO.
001481 01  ARC-TRAILERS-ARCHIVADOS     PIC 9(09) VALUE ZERO.
001482 01  ARC-TRAILERS-RETENIDOS      PIC 9(09) VALUE ZERO.

001483*----------------------------------------------------------------
001484*   FECHA POR LA QUE SE DEPURA EL REGISTRO: LA DE SU CORRIDA SI
001485*   ESTA ENCADENADO, SU AUD-FECHA SI ES ANTERIOR A LA CADENA.
001486*----------------------------------------------------------------
001487 01  ARC-FECHA-DEPURACION        PIC 9(08) VALUE ZERO.

001490*----------------------------------------------------------------
001500*   LAYOUTS DE LOS RENGLONES DEL REPORTE.
001820     05  ALS-RETENIDOS           PIC 9(09).
001830     05  FILLER                  PIC X(64) VALUE SPACES.

001831 01  ARC-LINEA-TRAILERS.
001832     05  FILLER                  PIC X(33) VALUE
001833         "TRAILERS DE CORRIDA:  ARCHIVADOS ".
001834     05  ALR-ARCHIVADOS          PIC 9(09).
001835     05  FILLER                  PIC X(12) VALUE "  RETENIDOS ".
001836     05  ALR-RETENIDOS           PIC 9(09).
001837     05  FILLER                  PIC X(69) VALUE SPACES.

001840 PROCEDURE DIVISION.
001850*****************************************************************
001860*   0000-MAINLINE
003790*   COPIA EL REGISTRO LEIDO AL ARCHIVO HISTORICO O AL NUEVO
003800*   VIVO SEGUN SU FECHA QUEDE ANTES O NO DE LA FECHA DE CORTE, Y
003810*   LO ACUMULA EN LA ENTRADA DE SU AUD-FECHA PARA EL REPORTE.
003812*   UN REGISTRO ENCADENADO SE DEPURA POR LA FECHA DE SU CORRIDA
003814*   PARA QUE EL BLOQUE NO SE PARTA; EL TRAILER DEL BLOQUE SIGUE
003816*   AL BLOQUE Y SOLO SE CUENTA EN SU PROPIO RENGLON.
003820*****************************************************************
003830 3000-DEPURAR-REGISTRO.
003831     IF AUD-SIN-CADENA
003832         MOVE AUD-FECHA TO ARC-FECHA-DEPURACION
003833     ELSE
003834         MOVE AUD-CORRIDA-FECHA TO ARC-FECHA-DEPURACION
003835     END-IF.

003836     IF AUD-TRAILER
003837         PERFORM 3200-DEPURAR-TRAILER THRU 3200-EXIT
003838         GO TO 3000-SIGUIENTE
003839     END-IF.

003840     ADD 1 TO ARC-TOTAL-LEIDOS.

003850     PERFORM 3300-UBICAR-FECHA THRU 3300-EXIT.

003860     IF ARC-FECHA-DEPURACION < ARC-FECHA-CORTE-NUM
003870         ADD 1 TO ARC-TOTAL-ARCHIVADOS
003880         IF ARC-IDX-FECHA > ZERO
003890             ADD 1 TO ARC-FEC-ARCHIVADOS(ARC-IDX-FECHA)
003990         PERFORM 1100-VALIDAR-EF-SALIDAS THRU 1100-EXIT
004000     END-IF.

004005 3000-SIGUIENTE.
004010     PERFORM 3100-LEER-AUDITORIA THRU 3100-EXIT.
004020 3000-EXIT.
004030     EXIT.

004031*----------------------------------------------------------------
004032*   3200-DEPURAR-TRAILER
004033*----------------------------------------------------------------
004034*   EL TRAILER VA AL MISMO ARCHIVO QUE SU BLOQUE (MISMA FECHA
004035*   DE CORRIDA) Y NO ENTRA EN LOS TOTALES NI EN EL DETALLE POR
004036*   FECHA, QUE CUENTAN BUSQUEDAS.
004037*----------------------------------------------------------------
004038 3200-DEPURAR-TRAILER.
004039     IF ARC-FECHA-DEPURACION < ARC-FECHA-CORTE-NUM
004040         ADD 1 TO ARC-TRAILERS-ARCHIVADOS
004041         WRITE REG-HISTORICO FROM REG-AUDITORIA
004042     ELSE
004043         ADD 1 TO ARC-TRAILERS-RETENIDOS
004044         WRITE REG-VIGENTE FROM REG-AUDITORIA
004045     END-IF.

004046     PERFORM 1100-VALIDAR-EF-SALIDAS THRU 1100-EXIT.
004047 3200-EXIT.
004048     EXIT.

004049*----------------------------------------------------------------
004050*   3300-UBICAR-FECHA
004060*----------------------------------------------------------------
004070*   LOCALIZA (O CREA) LA ENTRADA DE LA AUD-FECHA DEL REGISTRO EN
004480*   5000-EMITIR-REPORTE
004490*----------------------------------------------------------------
004500*   UNA LINEA POR AUD-FECHA CON LOS ARCHIVADOS Y RETENIDOS DE
004510*   ESA FECHA, MAS LOS TOTALES GENERALES Y LOS TRAILERS.
004520*****************************************************************
004530 5000-EMITIR-REPORTE.
004540     PERFORM 5100-EMITIR-UNA-FECHA THRU 5100-EXIT
004600     WRITE REG-REPORTE FROM ARC-LINEA-TOTALES.
004610     PERFORM 1150-VALIDAR-EF-REPORTE THRU 1150-EXIT.

004612     MOVE ARC-TRAILERS-ARCHIVADOS TO ALR-ARCHIVADOS.
004614     MOVE ARC-TRAILERS-RETENIDOS  TO ALR-RETENIDOS.
004616     WRITE REG-REPORTE FROM ARC-LINEA-TRAILERS.
004618     PERFORM 1150-VALIDAR-EF-REPORTE THRU 1150-EXIT.

004620     IF ARC-FECHAS-LLENA
004630         WRITE REG-REPORTE FROM ARC-LINEA-ADVERTENCIA
004640         PERFORM 1150-VALIDAR-EF-REPORTE THRU 1150-EXIT
