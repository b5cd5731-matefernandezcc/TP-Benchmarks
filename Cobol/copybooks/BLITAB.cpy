000359*    ELEMENTOS. EL CONTROL SE GRABA EN CERO AL INICIAR LA CARGA
000360*    Y SE REESCRIBE CON LOS VALORES REALES AL COMPLETARLA.
000361*
000362*    LA TABLA DE PREPARACION DE UNA RECARGA EN DOS TIEMPOS (VER
000363*    MANTENEDORTABLA, ACCION PREPARAR) LLEVA ESE MISMO CONTROL
000364*    PERO CON TAB-INCREMENTO EN 9999999 (TAB-PREPARACION), VALOR
000365*    RESERVADO A ESE USO: NO ES UNA TABLA EN SERVICIO Y LOS
000366*    VERIFICADORES LA SALTEAN HASTA QUE SE PROMUEVA O SE ANULE.
000368*    LOS DEMAS CAMPOS DE ESE CONTROL SE LEEN CON LA VISTA
000370*    TAB-DATOS-PREPARACION: LA TABLA VIGENTE PARA LA QUE SE
000372*    PREPARO (TAB-PREP-VIGENTE) Y LA CANTIDAD DE ELEMENTOS
000374*    (TAB-PREP-CANTIDAD, CERO MIENTRAS LA CARGA NO TERMINA).
000376*
000378*    UN TABLAVSM DE LA VERSION ANTERIOR (CLAVE SIMPLE DE 7
000380*    DIGITOS, UNA SOLA TABLA) NO ES COMPATIBLE CON ESTE LAYOUT:
000390*    DEBE BORRARSE JUNTO CON CHECKPT PARA QUE LAS TABLAS SE
000400*    RECONSTRUYAN CON LA CLAVE COMPUESTA.
000430     05  TAB-CLAVE.
000440         10  TAB-TABLA-ID            PIC X(08).
000450         10  TAB-ELEMENTO            PIC 9(07).
000455     05  TAB-DATOS.
000460         10  TAB-INDICE              PIC 9(07).
000470         10  TAB-MAX-ENTRADAS        PIC 9(07).
000480         10  TAB-VALOR-INICIAL       PIC 9(07).
000490         10  TAB-INCREMENTO          PIC 9(07).
000500             88  TAB-PREPARACION              VALUE 9999999.
000510     05  TAB-DATOS-PREPARACION REDEFINES TAB-DATOS.
000520         10  TAB-PREP-VIGENTE        PIC X(08).
000530         10  FILLER                  PIC X(06).
000540         10  TAB-PREP-CANTIDAD       PIC 9(07).
000550         10  FILLER                  PIC X(07).
