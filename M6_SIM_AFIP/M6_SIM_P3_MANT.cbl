*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_MANT
*> PURPOSE    : Mantenimiento interactivo por pantallas de los dos archivos
*>              de novedades que hoy se arman a mano: COMP_CORREC.txt (las
*>              correcciones que consume M6_SIM_P3_REPRO) y
*>              PADRON_NOVEDADES.txt (las altas, bajas y suspensiones que
*>              aplica M6_SIM_P3_PADRON). Para corregir, busca el
*>              comprobante en COMP_ER.txt y muestra su motivo de rechazo
*>              (MO-ER) y los reintentos fallidos que ya lleva en
*>              COMP_REPRO_CTL.txt; para el padrón, muestra el estado
*>              actual del CUIT en PADRON_CUIT.txt. Cada carga se valida en
*>              el momento con las mismas reglas del FILTRO de
*>              M6_SIM_P3_ANSES (CUIT con dígito verificador y padrón,
*>              fecha calendario, tipo y su regla, importe y tope, con los
*>              topes de PARAM_M6.txt), así una barra corrida o un CUIT mal
*>              tipeado no llega a REPRO a gastar un intento. Cada línea se
*>              graba con el operador, la fecha y la hora de la carga; una
*>              segunda carga del mismo comprobante o del mismo CUIT
*>              reemplaza a la anterior (vale la última). Corre fuera del
*>              candado de ciclo: sólo prepara insumos.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_MANT.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Parámetros operativos compartidos (ver M6_PARAM.cpy):
*>  obligatorios, para validar con exactamente los mismos topes
*>  y prefijos que la corrida principal.
    SELECT PARAM-M6 ASSIGN TO "PARAM_M6.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PARAM.

*>  Padrón vigente de CUIT: se carga para el cruce del FILTRO
*>  y para mostrar el estado actual en las novedades.
    SELECT PADRON-CUIT ASSIGN TO "PADRON_CUIT.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PADRON.

*>  Rechazos vigentes y contadores de reintento: sólo se leen.
    SELECT COMP-ER ASSIGN TO "COMP_ER.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ER.

    SELECT COMP-CTL ASSIGN TO "COMP_REPRO_CTL.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CTL.

*>  Correcciones para M6_SIM_P3_REPRO (ver el comentario de
*>  COMP-CORREC ahí). Cada grabación reescribe el archivo a
*>  staging sin la corrección anterior del mismo NC, agrega la
*>  nueva y renombra.
    SELECT COMP-CORREC ASSIGN TO "COMP_CORREC.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CORREC.

    SELECT COMP-CORREC-OUT ASSIGN TO "COMP_CORREC.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CORREC-OUT.

*>  Novedades de padrón para M6_SIM_P3_PADRON, con el mismo
*>  esquema de reemplazo por CUIT.
    SELECT PADRON-NOV ASSIGN TO "PADRON_NOVEDADES.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-NOV.

    SELECT PADRON-NOV-OUT ASSIGN TO "PADRON_NOVEDADES.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-NOV-OUT.

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.


DATA DIVISION.
  FILE SECTION.

    FD PARAM-M6.
      01 REG-PARAM         PIC X(80).

    FD PADRON-CUIT.
      01 REG-PADRON.
        05 CT-PAD    PIC X(11).
        05 FILLER    PIC X.
        05 RS-PAD    PIC X(30).
        05 FILLER    PIC X.
        05 ES-PAD    PIC X(10).
        05 FILLER    PIC X.
        05 FV-PAD    PIC X(8).
        05 FILLER    PIC X.

    FD COMP-ER.
      01 REG-ER.
        05 NC-ER     PIC X(13).
        05 FILLER    PIC X.
        05 FA-ER     PIC X(8).
        05 FILLER    PIC X.
        05 CT-ER     PIC X(11).
        05 FILLER    PIC X.
        05 TO-ER     PIC X(1).
        05 FILLER    PIC X.
        05 IE-ER     PIC X(9).
        05 FILLER    PIC X.
        05 EO-ER     PIC X(10).
        05 FILLER    PIC X.
        05 MO-ER     PIC X(16).
        05 MO-ER-SEP PIC X.
        05 MO-ER-COD PIC X(3).

    FD COMP-CTL.
      01 REG-CTL.
        05 NC-CTL    PIC X(13).
        05 FILLER    PIC X.
        05 IN-CTL    PIC X(1).
        05 FILLER    PIC X.
        05 CO-CTL    PIC X(3).
        05 FILLER    PIC X.

    FD COMP-CORREC.
      01 REG-CORREC.
        05 NC-CO     PIC X(13).
        05 FILLER    PIC X.
        05 FA-CO     PIC X(8).
        05 FILLER    PIC X.
        05 CT-CO     PIC X(11).
        05 FILLER    PIC X.
        05 TO-CO     PIC X(1).
        05 FILLER    PIC X.
        05 IE-CO     PIC X(9).
        05 FILLER    PIC X.
        05 EO-CO     PIC X(10).
        05 FILLER    PIC X.
        05 OP-CO     PIC X(10).
        05 FILLER    PIC X.
        05 FC-CO     PIC X(8).
        05 FILLER    PIC X.
        05 HC-CO     PIC X(6).
        05 FILLER    PIC X.

    FD COMP-CORREC-OUT.
      01 REG-CORREC-OUT    PIC X(85).

    FD PADRON-NOV.
      01 REG-NOV.
        05 CT-NOV    PIC X(11).
        05 FILLER    PIC X.
        05 AC-NOV    PIC X(10).
        05 FILLER    PIC X.
        05 RS-NOV    PIC X(30).
        05 FILLER    PIC X.
        05 OP-NOV    PIC X(10).
        05 FILLER    PIC X.
        05 FC-NOV    PIC X(8).
        05 FILLER    PIC X.
        05 HC-NOV    PIC X(6).
        05 FILLER    PIC X.

    FD PADRON-NOV-OUT.
      01 REG-NOV-OUT       PIC X(82).

    FD COMP-BITAC.
      01 REG-BITAC         PIC X(105).

  WORKING-STORAGE SECTION.

    77 FS-PARAM        PIC XX.
    77 FS-PADRON       PIC XX.
    77 FS-ER           PIC XX.
    77 FS-CTL          PIC XX.
    77 FS-CORREC       PIC XX.
    77 FS-CORREC-OUT   PIC XX.
    77 FS-NOV          PIC XX.
    77 FS-NOV-OUT      PIC XX.

    77 FIN-PADRON      PIC X    VALUE "N".
    77 FIN-ER          PIC X    VALUE "N".
    77 FIN-CTL         PIC X    VALUE "N".
    77 FIN-CORREC      PIC X    VALUE "N".
    77 FIN-NOV         PIC X    VALUE "N".

    77 WS-RENAME-RC    PIC 9(9) COMP-5 VALUE ZEROS.

    77 CON-CORREC-GRABADAS  PIC 9(6) VALUE ZEROS.
    77 CON-NOV-GRABADAS     PIC 9(6) VALUE ZEROS.
    77 CON-RECHAZOS-FILTRO  PIC 9(6) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE CONTROL DE LA SESIÓN Y DE LAS PANTALLAS. El
*> operador se toma del usuario de la sesión y se puede
*> cambiar en la pantalla de ingreso; queda en cada línea
*> grabada. La hora de carga es la del momento de grabar.
*> ----------------------------------------------------------
    01 WS-MAN-CONTROL.
      05 WS-MAN-OPERADOR      PIC X(10) VALUE SPACES.
      05 WS-MAN-OPCION        PIC X     VALUE SPACE.
      05 WS-MAN-SALIR         PIC X     VALUE "N".
      05 WS-MAN-FIN-EDICION   PIC X     VALUE "N".
      05 WS-MAN-CONFIRMA      PIC X     VALUE SPACE.
      05 WS-MAN-MENSAJE       PIC X(78) VALUE SPACES.
      05 WS-MAN-FECHA-PANT    PIC X(10) VALUE SPACES.
      05 WS-MAN-FECHA-CARGA   PIC X(8)  VALUE SPACES.
      05 WS-MAN-HORA-CARGA    PIC X(6)  VALUE SPACES.
      05 WS-MAN-MOTIVO        PIC X(16) VALUE SPACES.
      05 WS-MAN-LARGO         PIC 9(2)  VALUE ZEROS.
      05 WS-MAN-IE-AUX        PIC X(9)  VALUE SPACES.
      05 WS-MAN-SEPARA        PIC X(80) VALUE ALL "-".

*> ----------------------------------------------------------
*> ÁREA DEL COMPROBANTE RECHAZADO EN CORRECCIÓN: lo que trae
*> COMP_ER.txt, sus reintentos y, si ya había una corrección
*> cargada para el mismo NC, que se la trae para editar.
*> ----------------------------------------------------------
    01 WS-MAN-RECHAZO.
      05 WS-MAN-NC-BUSCA      PIC X(13) VALUE SPACES.
      05 WS-MAN-ER-HALLADO    PIC X     VALUE "N".
      05 WS-MAN-SOLO-DUP      PIC X     VALUE "N".
      05 WS-MAN-ER-FA         PIC X(8)  VALUE SPACES.
      05 WS-MAN-ER-CT         PIC X(11) VALUE SPACES.
      05 WS-MAN-ER-TO         PIC X(1)  VALUE SPACES.
      05 WS-MAN-ER-IE         PIC X(9)  VALUE SPACES.
      05 WS-MAN-ER-EO         PIC X(10) VALUE SPACES.
      05 WS-MAN-ER-MO         PIC X(16) VALUE SPACES.
      05 WS-MAN-ER-COD        PIC X(3)  VALUE SPACES.
      05 WS-MAN-INTENTOS      PIC 9(1)  VALUE ZEROS.
      05 WS-MAN-INTENTO-TOPE  PIC 9(1)  VALUE 3.
      05 WS-MAN-COR-PREVIA    PIC X(2)  VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DEL REGISTRO EN EDICIÓN: sobre esto corren las
*> validaciones réplica del FILTRO (mismos nombres que en
*> M6_SIM_P3_REPRO).
*> ----------------------------------------------------------
    01 WS-REG-TRABAJO.
      05 NC-TR     PIC X(13).
      05 FA-TR     PIC X(8).
      05 CT-TR     PIC X(11).
      05 TO-TR     PIC X(1).
      05 IE-TR     PIC X(9).
      05 EO-TR     PIC X(10).

*> ----------------------------------------------------------
*> ÁREA DE LA NOVEDAD DE PADRÓN EN EDICIÓN.
*> ----------------------------------------------------------
    01 WS-MAN-NOVEDAD.
      05 WS-MAN-NOV-CT        PIC X(11) VALUE SPACES.
      05 WS-MAN-NOV-AC        PIC X(10) VALUE SPACES.
      05 WS-MAN-NOV-RS        PIC X(30) VALUE SPACES.
      05 WS-MAN-NOV-ESTADO    PIC X(16) VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LAS LÍNEAS GRABADAS.
*> ----------------------------------------------------------
    01 WS-REG-CORREC.
      05 NC-CO-WS    PIC X(13).
      05 FILLER      PIC X    VALUE "|".
      05 FA-CO-WS    PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 CT-CO-WS    PIC X(11).
      05 FILLER      PIC X    VALUE "|".
      05 TO-CO-WS    PIC X(1).
      05 FILLER      PIC X    VALUE "|".
      05 IE-CO-WS    PIC X(9).
      05 FILLER      PIC X    VALUE "|".
      05 EO-CO-WS    PIC X(10).
      05 FILLER      PIC X    VALUE "|".
      05 OP-CO-WS    PIC X(10).
      05 FILLER      PIC X    VALUE "|".
      05 FC-CO-WS    PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 HC-CO-WS    PIC X(6).
      05 FILLER      PIC X    VALUE "|".

    01 WS-REG-NOV.
      05 CT-NOV-WS   PIC X(11).
      05 FILLER      PIC X    VALUE "|".
      05 AC-NOV-WS   PIC X(10).
      05 FILLER      PIC X    VALUE "|".
      05 RS-NOV-WS   PIC X(30).
      05 FILLER      PIC X    VALUE "|".
      05 OP-NOV-WS   PIC X(10).
      05 FILLER      PIC X    VALUE "|".
      05 FC-NOV-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 HC-NOV-WS   PIC X(6).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DEL PADRÓN DE CUIT HABILITADOS, RÉPLICA DE LA MISMA
*> TABLA HASH APLICADA EN M6_SIM_P3_ANSES (VER EL COMENTARIO
*> DE WS-PAD-CONTROL AHÍ).
*> ----------------------------------------------------------
    01 WS-PAD-CONTROL.
      05 WS-PAD-ENCONTRADO    PIC X     VALUE "N".
      05 WS-PAD-ACTIVO        PIC X     VALUE "N".
      05 WS-PAD-SATURADA      PIC X     VALUE "N".
      05 WS-PAD-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-PAD-TABLA-MAX     PIC 9(7)  VALUE 1000003.
      05 WS-PAD-IDX           PIC 9(7)  VALUE ZEROS.
      05 WS-PAD-PROBE-CANT    PIC 9(7)  VALUE ZEROS.
      05 WS-PAD-CLAVE         PIC X(11) VALUE SPACES.
      05 WS-PAD-ESTADO        PIC X     VALUE SPACE.
      05 WS-PAD-HASH-SUMA     PIC 9(9)  COMP VALUE ZEROS.
      05 WS-PAD-HASH-POS      PIC 9(2)  VALUE ZEROS.
      05 WS-PAD-HASH-IDX      PIC 9(7)  VALUE ZEROS.
      05 WS-PAD-SLOT OCCURS 1000003 TIMES.
        10 WS-PAD-SLOT-VAL    PIC X(11) VALUE SPACES.
        10 WS-PAD-SLOT-EST    PIC X     VALUE SPACE.
        10 WS-PAD-SLOT-OCUP   PIC X     VALUE SPACE.

*> ----------------------------------------------------------
*> ÁREA DE VALIDACIÓN DE CUIT (DÍGITO VERIFICADOR MÓDULO 11),
*> RÉPLICA DE LA MISMA REGLA APLICADA EN M6_SIM_P3_ANSES/FILTRO.
*> ----------------------------------------------------------
    01 WS-CUIT-VALIDACION.
      05 WS-CUIT-VALIDO       PIC X     VALUE "N".
      05 WS-CUIT-DIGITOS.
        10 WS-CUIT-DIG        PIC 9     OCCURS 11 TIMES.
      05 WS-CUIT-SUMA         PIC 9(4)  VALUE ZEROS.
      05 WS-CUIT-RESTO        PIC 9(2)  VALUE ZEROS.
      05 WS-CUIT-DV-CALC      PIC 9(2)  VALUE ZEROS.
      05 WS-CUIT-IDX          PIC 9(2)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE VALIDACIÓN DE FECHA CALENDARIO (AAAAMMDD), RÉPLICA
*> DE LA MISMA REGLA APLICADA EN M6_SIM_P3_ANSES/FILTRO.
*> ----------------------------------------------------------
    01 WS-FECHA-VALIDACION.
      05 WS-FECHA-VALIDA      PIC X     VALUE "N".
      05 WS-FA-ANIO           PIC 9(4)  VALUE ZEROS.
      05 WS-FA-MES            PIC 9(2)  VALUE ZEROS.
      05 WS-FA-DIA            PIC 9(2)  VALUE ZEROS.
      05 WS-FA-BISIESTO       PIC X     VALUE "N".
      05 WS-FA-DIAS-MES       PIC 9(2)  VALUE ZEROS.
      05 WS-FA-DIAS-TABLA.
        10 PIC 9(2) VALUE 31.
        10 PIC 9(2) VALUE 28.
        10 PIC 9(2) VALUE 31.
        10 PIC 9(2) VALUE 30.
        10 PIC 9(2) VALUE 31.
        10 PIC 9(2) VALUE 30.
        10 PIC 9(2) VALUE 31.
        10 PIC 9(2) VALUE 31.
        10 PIC 9(2) VALUE 30.
        10 PIC 9(2) VALUE 31.
        10 PIC 9(2) VALUE 30.
        10 PIC 9(2) VALUE 31.
      05 WS-FA-DIAS-REDEF REDEFINES WS-FA-DIAS-TABLA.
        10 WS-FA-DIAS-MAX     PIC 9(2)  OCCURS 12 TIMES.

*> ----------------------------------------------------------
*> ÁREA DE VALIDACIÓN DE IMPORTE, RÉPLICA DE LA MISMA REGLA
*> APLICADA EN M6_SIM_P3_ANSES/FILTRO. El tope se carga de
*> PARAM_M6.txt en CARGAR-PARAMETROS.
*> ----------------------------------------------------------
    01 WS-IMPORTE-VALIDACION.
      05 WS-IE-NUMERICO       PIC X     VALUE "N".
      05 WS-IE-EXCEDE         PIC X     VALUE "N".
      05 WS-IE-VALOR          PIC 9(9)  VALUE ZEROS.
      05 WS-IE-LIMITE         PIC 9(9)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE PARÁMETROS OPERATIVOS EXTERNOS (PARAM_M6.txt).
*> ----------------------------------------------------------
    COPY "M6_PARAM.cpy".

*> ----------------------------------------------------------
*> ÁREA DE REGLAS POR TIPO DE COMPROBANTE, RÉPLICA DE LA MISMA
*> REGLA APLICADA EN M6_SIM_P3_ANSES/VALIDAR-TIPO.
*> ----------------------------------------------------------
    01 WS-TIPO-VALIDACION.
      05 WS-TIPO-VALIDO       PIC X     VALUE "S".
      05 WS-TIPO-PREF-OK      PIC X     VALUE "N".
      05 WS-TIPO-LIMITE-C     PIC 9(9)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE LA BITÁCORA COMÚN DE EJECUCIÓN (COMP_LOG.txt),
*> RÉPLICA DEL MISMO LAYOUT QUE GRABA M6_SIM_P3_ANSES.
*> ----------------------------------------------------------
    77 FS-BITAC             PIC XX.

    01 WS-REG-BITAC.
      05 FB-BIT      PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 HB-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_MANT".
      05 FILLER      PIC X    VALUE "|".
      05 FA-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-BIT      PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-BIT      PIC X(60).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> PANTALLAS (80 x 24). Todas llevan el mismo encabezado y la
*> línea de mensajes en la fila 22.
*> ----------------------------------------------------------
  SCREEN SECTION.

    01 PANT-ENCABEZADO.
      05 BLANK SCREEN.
      05 LINE 1  COL 1  VALUE "M6_SIM_P3_MANT".
      05 LINE 1  COL 20 VALUE "CORRECCIONES Y NOVEDADES DE PADRON".
      05 LINE 1  COL 71 PIC X(10) FROM WS-MAN-FECHA-PANT.
      05 LINE 2  COL 1  VALUE "Operador: ".
      05 LINE 2  COL 11 PIC X(10) FROM WS-MAN-OPERADOR.
      05 LINE 3  COL 1  PIC X(80) FROM WS-MAN-SEPARA.
      05 LINE 21 COL 1  PIC X(80) FROM WS-MAN-SEPARA.
      05 LINE 22 COL 2  PIC X(78) FROM WS-MAN-MENSAJE HIGHLIGHT.

    01 PANT-INGRESO.
      05 LINE 6  COL 10 VALUE "Operador que carga: ".
      05 LINE 6  COL 30 PIC X(10) USING WS-MAN-OPERADOR.
      05 LINE 8  COL 10
         VALUE "Queda registrado en cada correccion y novedad grabada.".

    01 PANT-MENU.
      05 LINE 6  COL 10
         VALUE "1  Correccion de comprobante rechazado (COMP_ER.txt)".
      05 LINE 7  COL 10
         VALUE "2  Alta, baja o suspension de CUIT (padron)".
      05 LINE 8  COL 10 VALUE "0  Salir".
      05 LINE 11 COL 10 VALUE "Opcion: ".
      05 LINE 11 COL 18 PIC X USING WS-MAN-OPCION.
      05 LINE 23 COL 2  VALUE "Correcciones grabadas: ".
      05 LINE 23 COL 25 PIC Z(5)9 FROM CON-CORREC-GRABADAS.
      05 LINE 23 COL 40 VALUE "Novedades grabadas: ".
      05 LINE 23 COL 60 PIC Z(5)9 FROM CON-NOV-GRABADAS.

    01 PANT-BUSCAR.
      05 LINE 6  COL 10 VALUE "Comprobante (9999-99999999): ".
      05 LINE 6  COL 39 PIC X(13) USING WS-MAN-NC-BUSCA.
      05 LINE 8  COL 10 VALUE "En blanco vuelve al menu.".

    01 PANT-CORREC.
      05 LINE 5  COL 2  VALUE "Comprobante: ".
      05 LINE 5  COL 15 PIC X(13) FROM NC-TR.
      05 LINE 5  COL 35 VALUE "Motivo de rechazo: ".
      05 LINE 5  COL 54 PIC X(16) FROM WS-MAN-ER-MO.
      05 LINE 5  COL 71 PIC X(3)  FROM WS-MAN-ER-COD.
      05 LINE 6  COL 2  VALUE "Intentos de reproceso fallidos: ".
      05 LINE 6  COL 34 PIC 9     FROM WS-MAN-INTENTOS.
      05 LINE 6  COL 36 VALUE "de".
      05 LINE 6  COL 39 PIC 9     FROM WS-MAN-INTENTO-TOPE.
      05 LINE 6  COL 45 VALUE "Correccion ya cargada: ".
      05 LINE 6  COL 68 PIC X(2)  FROM WS-MAN-COR-PREVIA.
      05 LINE 8  COL 2  VALUE "Campo".
      05 LINE 8  COL 24 VALUE "Valor rechazado".
      05 LINE 8  COL 44 VALUE "Valor corregido".
      05 LINE 10 COL 2  VALUE "Fecha (AAAAMMDD)".
      05 LINE 10 COL 24 PIC X(8)  FROM WS-MAN-ER-FA.
      05 LINE 10 COL 44 PIC X(8)  USING FA-TR.
      05 LINE 11 COL 2  VALUE "CUIT".
      05 LINE 11 COL 24 PIC X(11) FROM WS-MAN-ER-CT.
      05 LINE 11 COL 44 PIC X(11) USING CT-TR.
      05 LINE 12 COL 2  VALUE "Tipo (A/B/C)".
      05 LINE 12 COL 24 PIC X(1)  FROM WS-MAN-ER-TO.
      05 LINE 12 COL 44 PIC X(1)  USING TO-TR.
      05 LINE 13 COL 2  VALUE "Importe".
      05 LINE 13 COL 24 PIC X(9)  FROM WS-MAN-ER-IE.
      05 LINE 13 COL 44 PIC X(9)  USING IE-TR.
      05 LINE 14 COL 2  VALUE "Estado".
      05 LINE 14 COL 24 PIC X(10) FROM WS-MAN-ER-EO.
      05 LINE 14 COL 44 PIC X(10) USING EO-TR.
      05 LINE 17 COL 2
         VALUE "Grabar (S), validar sin grabar (blanco), descartar (N): ".
      05 LINE 17 COL 59 PIC X     USING WS-MAN-CONFIRMA.

    01 PANT-PADRON.
      05 LINE 5  COL 2  VALUE "CUIT: ".
      05 LINE 5  COL 34 PIC X(11) USING WS-MAN-NOV-CT.
      05 LINE 6  COL 2  VALUE "Accion (ALTA/BAJA/SUSPENSION): ".
      05 LINE 6  COL 34 PIC X(10) USING WS-MAN-NOV-AC.
      05 LINE 7  COL 2  VALUE "Razon social (solo altas): ".
      05 LINE 7  COL 34 PIC X(30) USING WS-MAN-NOV-RS.
      05 LINE 9  COL 2  VALUE "Estado actual en el padron: ".
      05 LINE 9  COL 34 PIC X(16) FROM WS-MAN-NOV-ESTADO.
      05 LINE 17 COL 2
         VALUE "Grabar (S), validar sin grabar (blanco), descartar (N): ".
      05 LINE 17 COL 59 PIC X     USING WS-MAN-CONFIRMA.


PROCEDURE DIVISION.

*> ==========================================================
*> SECCIÓN: INICIO. Parámetros y padrón se cargan antes de
*> abrir la primera pantalla: sin ellos no se puede validar
*> nada y no tiene sentido dejar cargar.
*> ==========================================================

  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MAN-FECHA-CARGA
  STRING WS-MAN-FECHA-CARGA(7:2) "/" WS-MAN-FECHA-CARGA(5:2) "/"
         WS-MAN-FECHA-CARGA(1:4) DELIMITED BY SIZE
    INTO WS-MAN-FECHA-PANT
  END-STRING

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  PERFORM GRABAR-BITACORA

  PERFORM CARGAR-PARAMETROS
  PERFORM CARGAR-PADRON

  ACCEPT WS-MAN-OPERADOR FROM ENVIRONMENT "USER"
  MOVE SPACES TO WS-MAN-MENSAJE
  PERFORM PEDIR-OPERADOR
    UNTIL WS-MAN-OPERADOR NOT = SPACES

*> ==========================================================
*> SECCIÓN: MENÚ PRINCIPAL.
*> ==========================================================

  MOVE SPACES TO WS-MAN-MENSAJE
  PERFORM UNTIL WS-MAN-SALIR = "S"
    MOVE SPACE TO WS-MAN-OPCION
    PERFORM PEDIR-OPCION
    EVALUATE WS-MAN-OPCION
      WHEN "1"
        MOVE SPACES TO WS-MAN-MENSAJE
        PERFORM CARGAR-CORRECCION
      WHEN "2"
        MOVE SPACES TO WS-MAN-MENSAJE
        PERFORM CARGAR-NOVEDAD-PADRON
      WHEN "0"
        MOVE "S" TO WS-MAN-SALIR
      WHEN OTHER
        MOVE "Opcion invalida: elija 1, 2 o 0." TO WS-MAN-MENSAJE
    END-EVALUATE
  END-PERFORM

  DISPLAY "Operador:                   " WS-MAN-OPERADOR
  DISPLAY "Correcciones grabadas:      " CON-CORREC-GRABADAS
  DISPLAY "Novedades grabadas:         " CON-NOV-GRABADAS
  DISPLAY "Cargas rechazadas:          " CON-RECHAZOS-FILTRO
  DISPLAY "---------FIN DE MANTENIMIENTO DE NOVEDADES---------"

  MOVE "FIN" TO FA-BIT
  MOVE "00"  TO RC-BIT
  MOVE SPACES TO DE-BIT
  STRING "CORREC " CON-CORREC-GRABADAS " NOVED " CON-NOV-GRABADAS
         " RECH " CON-RECHAZOS-FILTRO " OPER " WS-MAN-OPERADOR
         DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: DIÁLOGO CON LAS PANTALLAS. Cada pantalla se
*> muestra con el encabezado común y se acepta entera.
*> ==========================================================

  PEDIR-OPERADOR.
    IF WS-MAN-OPERADOR = SPACES
        MOVE "Ingrese su usuario de operador." TO WS-MAN-MENSAJE
    END-IF
    DISPLAY PANT-ENCABEZADO
    DISPLAY PANT-INGRESO
    ACCEPT PANT-INGRESO.

  PEDIR-OPCION.
    DISPLAY PANT-ENCABEZADO
    DISPLAY PANT-MENU
    ACCEPT PANT-MENU.

  PEDIR-COMPROBANTE.
    DISPLAY PANT-ENCABEZADO
    DISPLAY PANT-BUSCAR
    ACCEPT PANT-BUSCAR.

  PEDIR-CORRECCION.
    DISPLAY PANT-ENCABEZADO
    DISPLAY PANT-CORREC
    ACCEPT PANT-CORREC.

  PEDIR-NOVEDAD.
    DISPLAY PANT-ENCABEZADO
    DISPLAY PANT-PADRON
    ACCEPT PANT-PADRON.

*> ==========================================================
*> SECCIÓN: CORRECCIÓN DE UN COMPROBANTE RECHAZADO.
*> ==========================================================

  CARGAR-CORRECCION.
    MOVE SPACES TO WS-MAN-NC-BUSCA
    PERFORM PEDIR-COMPROBANTE
    IF WS-MAN-NC-BUSCA = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM BUSCAR-RECHAZO
    IF WS-MAN-ER-HALLADO NOT = "S"
        IF WS-MAN-SOLO-DUP = "S"
            MOVE SPACES TO WS-MAN-MENSAJE
            STRING WS-MAN-NC-BUSCA " esta en COMP_ER.txt solo como "
                   "DUPLICADO: REPRO no lo reprocesa."
                   DELIMITED BY SIZE
              INTO WS-MAN-MENSAJE
            END-STRING
        ELSE
            MOVE SPACES TO WS-MAN-MENSAJE
            STRING "El comprobante " WS-MAN-NC-BUSCA
                   " no esta en COMP_ER.txt." DELIMITED BY SIZE
              INTO WS-MAN-MENSAJE
            END-STRING
        END-IF
        EXIT PARAGRAPH
    END-IF

    PERFORM BUSCAR-REINTENTOS

*>  Se edita sobre la corrección ya cargada, si la hay; si no,
*>  sobre los valores rechazados.
    MOVE WS-MAN-NC-BUSCA TO NC-TR
    MOVE WS-MAN-ER-FA    TO FA-TR
    MOVE WS-MAN-ER-CT    TO CT-TR
    MOVE WS-MAN-ER-TO    TO TO-TR
    MOVE WS-MAN-ER-IE    TO IE-TR
    MOVE WS-MAN-ER-EO    TO EO-TR
    PERFORM BUSCAR-CORRECCION-PREVIA

    MOVE SPACES TO WS-MAN-MENSAJE
    MOVE "N" TO WS-MAN-FIN-EDICION
    PERFORM EDITAR-CORRECCION
      UNTIL WS-MAN-FIN-EDICION = "S".

  EDITAR-CORRECCION.
    MOVE SPACE TO WS-MAN-CONFIRMA
    PERFORM PEDIR-CORRECCION
    MOVE FUNCTION UPPER-CASE(WS-MAN-CONFIRMA) TO WS-MAN-CONFIRMA

    IF WS-MAN-CONFIRMA = "N"
        MOVE "Correccion descartada, no se grabo nada."
          TO WS-MAN-MENSAJE
        MOVE "S" TO WS-MAN-FIN-EDICION
        EXIT PARAGRAPH
    END-IF

    PERFORM VALIDAR-CORRECCION
    IF WS-MAN-MOTIVO NOT = SPACES
        ADD 1 TO CON-RECHAZOS-FILTRO
        MOVE SPACES TO WS-MAN-MENSAJE
        STRING "No pasa el FILTRO, motivo "
               FUNCTION TRIM(WS-MAN-MOTIVO)
               ": corrija el campo." DELIMITED BY SIZE
          INTO WS-MAN-MENSAJE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    IF WS-MAN-CONFIRMA NOT = "S"
        MOVE "Datos validos; ingrese S para grabar la correccion."
          TO WS-MAN-MENSAJE
        EXIT PARAGRAPH
    END-IF

    PERFORM GRABAR-CORRECCION
    MOVE "S" TO WS-MAN-FIN-EDICION.

  BUSCAR-RECHAZO.
*>  Un mismo NC puede estar dos veces en COMP_ER (su propio
*>  defecto y un DUPLICADO, ver PROCESAR-RECHAZO en REPRO): se
*>  toma la aparición que no es duplicado, que es la única que
*>  REPRO aparea con la corrección.
    MOVE "N" TO WS-MAN-ER-HALLADO WS-MAN-SOLO-DUP
    MOVE "N" TO FIN-ER
    OPEN INPUT COMP-ER
    IF FS-ER NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FIN-ER = "1"
      READ COMP-ER
        AT END
          MOVE "1" TO FIN-ER
        NOT AT END
          IF NC-ER = WS-MAN-NC-BUSCA
              IF MO-ER-COD = "020"
                  MOVE "S" TO WS-MAN-SOLO-DUP
              ELSE
                  MOVE "S"       TO WS-MAN-ER-HALLADO
                  MOVE FA-ER     TO WS-MAN-ER-FA
                  MOVE CT-ER     TO WS-MAN-ER-CT
                  MOVE TO-ER     TO WS-MAN-ER-TO
                  MOVE IE-ER     TO WS-MAN-ER-IE
                  MOVE EO-ER     TO WS-MAN-ER-EO
                  MOVE MO-ER     TO WS-MAN-ER-MO
                  MOVE MO-ER-COD TO WS-MAN-ER-COD
                  MOVE "1" TO FIN-ER
              END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-ER.

  BUSCAR-REINTENTOS.
    MOVE ZEROS TO WS-MAN-INTENTOS
    MOVE "N" TO FIN-CTL
    OPEN INPUT COMP-CTL
    IF FS-CTL NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FIN-CTL = "1"
      READ COMP-CTL
        AT END
          MOVE "1" TO FIN-CTL
        NOT AT END
          IF NC-CTL = WS-MAN-NC-BUSCA AND IN-CTL IS NUMERIC
              MOVE IN-CTL TO WS-MAN-INTENTOS
              MOVE "1" TO FIN-CTL
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-CTL.

  BUSCAR-CORRECCION-PREVIA.
    MOVE "NO" TO WS-MAN-COR-PREVIA
    MOVE "N" TO FIN-CORREC
    OPEN INPUT COMP-CORREC
    IF FS-CORREC NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FIN-CORREC = "1"
      READ COMP-CORREC
        AT END
          MOVE "1" TO FIN-CORREC
        NOT AT END
          IF NC-CO = WS-MAN-NC-BUSCA
              MOVE "SI"  TO WS-MAN-COR-PREVIA
              MOVE FA-CO TO FA-TR
              MOVE CT-CO TO CT-TR
              MOVE TO-CO TO TO-TR
              MOVE IE-CO TO IE-TR
              MOVE EO-CO TO EO-TR
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-CORREC.

*> ==========================================================
*> SECCIÓN: VALIDACIÓN DEL REGISTRO CORREGIDO. Mismas reglas
*> y mismo orden de motivos que CLASIFICAR-REPROCESO en
*> M6_SIM_P3_REPRO, que es a su vez la réplica del FILTRO. El
*> importe se acepta sin ceros a la izquierda y se completa
*> antes de validar, para que quede grabado con el formato
*> fijo de 9 dígitos.
*> ==========================================================

  VALIDAR-CORRECCION.
    MOVE FUNCTION UPPER-CASE(TO-TR) TO TO-TR
    MOVE FUNCTION UPPER-CASE(EO-TR) TO EO-TR
    PERFORM COMPLETAR-IMPORTE

    PERFORM VALIDAR-CUIT
    PERFORM VALIDAR-PADRON
    PERFORM VALIDAR-FECHA
    PERFORM VALIDAR-IMPORTE
    PERFORM VALIDAR-TIPO

    MOVE SPACES TO WS-MAN-MOTIVO
    EVALUATE TRUE
      WHEN NOT NC-TR(1:4) IS NUMERIC
        MOVE "NRO-COM" TO WS-MAN-MOTIVO
      WHEN NC-TR(5:1) NOT = "-"
        MOVE "NRO-COM" TO WS-MAN-MOTIVO
      WHEN NOT NC-TR(6:8) IS NUMERIC
        MOVE "NRO-COM" TO WS-MAN-MOTIVO
      WHEN NOT FA-TR IS NUMERIC
        MOVE "FECHA" TO WS-MAN-MOTIVO
      WHEN WS-FECHA-VALIDA NOT = "S"
        MOVE "FECHA-INV" TO WS-MAN-MOTIVO
      WHEN WS-CUIT-VALIDO NOT = "S"
        MOVE "CUIT" TO WS-MAN-MOTIVO
      WHEN WS-PAD-ENCONTRADO NOT = "S"
        MOVE "CUIT-INEXISTENTE" TO WS-MAN-MOTIVO
      WHEN WS-PAD-ACTIVO NOT = "S"
        MOVE "CUIT-INHABIL" TO WS-MAN-MOTIVO
      WHEN NOT (TO-TR = "A" OR TO-TR = "B" OR TO-TR = "C")
        MOVE "TIPO" TO WS-MAN-MOTIVO
      WHEN WS-TIPO-VALIDO NOT = "S"
        MOVE "TIPO-REGLA" TO WS-MAN-MOTIVO
      WHEN IE-TR = "000000000"
        MOVE "IMPORTE" TO WS-MAN-MOTIVO
      WHEN WS-IE-NUMERICO NOT = "S"
        MOVE "IMPORTE-FORMATO" TO WS-MAN-MOTIVO
      WHEN WS-IE-EXCEDE = "S"
        MOVE "IMPORTE-LIMITE" TO WS-MAN-MOTIVO
      WHEN EO-TR NOT = "AUTORIZADO"
        MOVE "ESTADO" TO WS-MAN-MOTIVO
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  COMPLETAR-IMPORTE.
    MOVE FUNCTION TRIM(IE-TR) TO WS-MAN-IE-AUX
    COMPUTE WS-MAN-LARGO =
            FUNCTION LENGTH(FUNCTION TRIM(WS-MAN-IE-AUX))
    IF WS-MAN-IE-AUX NOT = SPACES
       AND WS-MAN-LARGO < 9
       AND WS-MAN-IE-AUX(1:WS-MAN-LARGO) IS NUMERIC
        MOVE ZEROS TO IE-TR
        MOVE WS-MAN-IE-AUX(1:WS-MAN-LARGO)
          TO IE-TR(10 - WS-MAN-LARGO:WS-MAN-LARGO)
    END-IF.

*> ==========================================================
*> SECCIÓN: GRABACIÓN DE LA CORRECCIÓN. Se reescribe
*> COMP_CORREC.txt sin la corrección anterior del mismo NC y
*> con la nueva al final (tmp + rename).
*> ==========================================================

  GRABAR-CORRECCION.
    OPEN OUTPUT COMP-CORREC-OUT
    IF FS-CORREC-OUT NOT = "00"
        MOVE SPACES TO WS-MAN-MENSAJE
        STRING "Error al crear COMP_CORREC.txt.tmp, FILE STATUS "
               FS-CORREC-OUT "; no se grabo." DELIMITED BY SIZE
          INTO WS-MAN-MENSAJE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO FIN-CORREC
    OPEN INPUT COMP-CORREC
    IF FS-CORREC = "00"
        PERFORM UNTIL FIN-CORREC = "1"
          READ COMP-CORREC
            AT END
              MOVE "1" TO FIN-CORREC
            NOT AT END
              IF NC-CO NOT = NC-TR AND REG-CORREC NOT = SPACES
                  MOVE REG-CORREC TO REG-CORREC-OUT
                  WRITE REG-CORREC-OUT
              END-IF
          END-READ
        END-PERFORM
        CLOSE COMP-CORREC
    END-IF

    PERFORM TOMAR-HORA-CARGA
    MOVE NC-TR              TO NC-CO-WS
    MOVE FA-TR              TO FA-CO-WS
    MOVE CT-TR              TO CT-CO-WS
    MOVE TO-TR              TO TO-CO-WS
    MOVE IE-TR              TO IE-CO-WS
    MOVE EO-TR              TO EO-CO-WS
    MOVE WS-MAN-OPERADOR    TO OP-CO-WS
    MOVE WS-MAN-FECHA-CARGA TO FC-CO-WS
    MOVE WS-MAN-HORA-CARGA  TO HC-CO-WS
    MOVE WS-REG-CORREC TO REG-CORREC-OUT
    WRITE REG-CORREC-OUT
    CLOSE COMP-CORREC-OUT

    CALL "CBL_RENAME_FILE" USING "COMP_CORREC.txt.tmp"
                                  "COMP_CORREC.txt"
      RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        MOVE "Error al reemplazar COMP_CORREC.txt; quedo en el .tmp."
          TO WS-MAN-MENSAJE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO CON-CORREC-GRABADAS
    MOVE SPACES TO WS-MAN-MENSAJE
    STRING "Correccion de " NC-TR " grabada en COMP_CORREC.txt."
           DELIMITED BY SIZE
      INTO WS-MAN-MENSAJE
    END-STRING.

*> ==========================================================
*> SECCIÓN: NOVEDAD DE PADRÓN (ALTA, BAJA O SUSPENSIÓN).
*> Mismas acciones que acepta M6_SIM_P3_PADRON/CARGAR-UNA-
*> NOVEDAD; además se rechaza acá lo que allá sería una
*> novedad sin efecto (baja o suspensión de un CUIT que no
*> está, o una acción que deja el estado igual).
*> ==========================================================

  CARGAR-NOVEDAD-PADRON.
    MOVE SPACES TO WS-MAN-NOV-CT WS-MAN-NOV-AC WS-MAN-NOV-RS
                   WS-MAN-NOV-ESTADO
    MOVE "N" TO WS-MAN-FIN-EDICION
    PERFORM EDITAR-NOVEDAD
      UNTIL WS-MAN-FIN-EDICION = "S".

  EDITAR-NOVEDAD.
    MOVE SPACE TO WS-MAN-CONFIRMA
    PERFORM PEDIR-NOVEDAD
    MOVE FUNCTION UPPER-CASE(WS-MAN-CONFIRMA) TO WS-MAN-CONFIRMA
    MOVE FUNCTION UPPER-CASE(WS-MAN-NOV-AC)   TO WS-MAN-NOV-AC

    IF WS-MAN-CONFIRMA = "N"
       OR (WS-MAN-NOV-CT = SPACES AND WS-MAN-NOV-AC = SPACES)
        MOVE "Novedad descartada, no se grabo nada."
          TO WS-MAN-MENSAJE
        MOVE "S" TO WS-MAN-FIN-EDICION
        EXIT PARAGRAPH
    END-IF

    PERFORM VALIDAR-NOVEDAD
    IF WS-MAN-MOTIVO NOT = SPACES
        ADD 1 TO CON-RECHAZOS-FILTRO
        MOVE SPACES TO WS-MAN-MENSAJE
        STRING "Novedad invalida, motivo "
               FUNCTION TRIM(WS-MAN-MOTIVO)
               ": corrija el campo." DELIMITED BY SIZE
          INTO WS-MAN-MENSAJE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    IF WS-MAN-CONFIRMA NOT = "S"
        MOVE "Datos validos; ingrese S para grabar la novedad."
          TO WS-MAN-MENSAJE
        EXIT PARAGRAPH
    END-IF

    PERFORM GRABAR-NOVEDAD
    MOVE "S" TO WS-MAN-FIN-EDICION.

  VALIDAR-NOVEDAD.
    MOVE WS-MAN-NOV-CT TO CT-TR
    PERFORM VALIDAR-CUIT
    PERFORM VALIDAR-PADRON

    MOVE SPACES TO WS-MAN-NOV-ESTADO
    IF WS-PAD-ENCONTRADO = "S"
        EVALUATE WS-PAD-SLOT-EST(WS-PAD-IDX)
          WHEN "A"
            MOVE "ACTIVO" TO WS-MAN-NOV-ESTADO
          WHEN "B"
            MOVE "BAJA" TO WS-MAN-NOV-ESTADO
          WHEN OTHER
            MOVE "SUSPENDIDO" TO WS-MAN-NOV-ESTADO
        END-EVALUATE
    ELSE
        IF WS-CUIT-VALIDO = "S"
            MOVE "NO ESTA" TO WS-MAN-NOV-ESTADO
        END-IF
    END-IF

    MOVE SPACES TO WS-MAN-MOTIVO
    EVALUATE TRUE
      WHEN WS-CUIT-VALIDO NOT = "S"
        MOVE "CUIT" TO WS-MAN-MOTIVO
      WHEN WS-MAN-NOV-AC NOT = "ALTA"
           AND WS-MAN-NOV-AC NOT = "BAJA"
           AND WS-MAN-NOV-AC NOT = "SUSPENSION"
        MOVE "ACCION" TO WS-MAN-MOTIVO
      WHEN WS-MAN-NOV-AC = "ALTA" AND WS-MAN-NOV-RS = SPACES
        MOVE "RAZON-SOCIAL" TO WS-MAN-MOTIVO
      WHEN WS-MAN-NOV-AC NOT = "ALTA"
           AND WS-PAD-ENCONTRADO NOT = "S"
        MOVE "CUIT-INEXISTENTE" TO WS-MAN-MOTIVO
      WHEN WS-MAN-NOV-AC = "ALTA"
           AND WS-MAN-NOV-ESTADO = "ACTIVO"
        MOVE "SIN-CAMBIO" TO WS-MAN-MOTIVO
      WHEN WS-MAN-NOV-AC = "BAJA"
           AND WS-MAN-NOV-ESTADO = "BAJA"
        MOVE "SIN-CAMBIO" TO WS-MAN-MOTIVO
      WHEN WS-MAN-NOV-AC = "SUSPENSION"
           AND WS-MAN-NOV-ESTADO = "SUSPENDIDO"
        MOVE "SIN-CAMBIO" TO WS-MAN-MOTIVO
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

  GRABAR-NOVEDAD.
    OPEN OUTPUT PADRON-NOV-OUT
    IF FS-NOV-OUT NOT = "00"
        MOVE SPACES TO WS-MAN-MENSAJE
        STRING "Error al crear PADRON_NOVEDADES.txt.tmp, FILE STATUS "
               FS-NOV-OUT "; no se grabo." DELIMITED BY SIZE
          INTO WS-MAN-MENSAJE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO FIN-NOV
    OPEN INPUT PADRON-NOV
    IF FS-NOV = "00"
        PERFORM UNTIL FIN-NOV = "1"
          READ PADRON-NOV
            AT END
              MOVE "1" TO FIN-NOV
            NOT AT END
              IF CT-NOV NOT = WS-MAN-NOV-CT AND REG-NOV NOT = SPACES
                  MOVE REG-NOV TO REG-NOV-OUT
                  WRITE REG-NOV-OUT
              END-IF
          END-READ
        END-PERFORM
        CLOSE PADRON-NOV
    END-IF

    PERFORM TOMAR-HORA-CARGA
    MOVE WS-MAN-NOV-CT      TO CT-NOV-WS
    MOVE WS-MAN-NOV-AC      TO AC-NOV-WS
    IF WS-MAN-NOV-AC = "ALTA"
        MOVE WS-MAN-NOV-RS  TO RS-NOV-WS
    ELSE
        MOVE SPACES         TO RS-NOV-WS
    END-IF
    MOVE WS-MAN-OPERADOR    TO OP-NOV-WS
    MOVE WS-MAN-FECHA-CARGA TO FC-NOV-WS
    MOVE WS-MAN-HORA-CARGA  TO HC-NOV-WS
    MOVE WS-REG-NOV TO REG-NOV-OUT
    WRITE REG-NOV-OUT
    CLOSE PADRON-NOV-OUT

    CALL "CBL_RENAME_FILE" USING "PADRON_NOVEDADES.txt.tmp"
                                  "PADRON_NOVEDADES.txt"
      RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        MOVE "Error al reemplazar PADRON_NOVEDADES.txt; quedo en el .tmp."
          TO WS-MAN-MENSAJE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO CON-NOV-GRABADAS
    MOVE SPACES TO WS-MAN-MENSAJE
    STRING "Novedad " FUNCTION TRIM(WS-MAN-NOV-AC) " de "
           WS-MAN-NOV-CT " grabada en PADRON_NOVEDADES.txt."
           DELIMITED BY SIZE
      INTO WS-MAN-MENSAJE
    END-STRING.

  TOMAR-HORA-CARGA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MAN-FECHA-CARGA
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-MAN-HORA-CARGA.

*> ==========================================================
*> SECCIÓN: PADRÓN DE CUIT HABILITADOS, RÉPLICA DE LA MISMA
*> CARGA Y TABLA HASH APLICADA EN M6_SIM_P3_ANSES.
*> ==========================================================

  CARGAR-PADRON.
    OPEN INPUT PADRON-CUIT
    IF FS-PADRON NOT = "00"
        DISPLAY "Error: falta el padron de CUIT (PADRON_CUIT.txt), "
                "FILE STATUS: " FS-PADRON
        DISPLAY "Sin el padron no se puede validar la habilitacion "
                "de un CUIT; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-PADRON
    PERFORM UNTIL FIN-PADRON = "1"
      READ PADRON-CUIT
        AT END
          MOVE "1" TO FIN-PADRON
        NOT AT END
          MOVE CT-PAD TO WS-PAD-CLAVE
          EVALUATE ES-PAD
            WHEN "ACTIVO"
              MOVE "A" TO WS-PAD-ESTADO
            WHEN "SUSPENDIDO"
              MOVE "S" TO WS-PAD-ESTADO
            WHEN "BAJA"
              MOVE "B" TO WS-PAD-ESTADO
            WHEN OTHER
              MOVE "S" TO WS-PAD-ESTADO
          END-EVALUATE
          PERFORM INSERTAR-PAD
      END-READ
    END-PERFORM
    CLOSE PADRON-CUIT.

  CALCULAR-HASH-PAD.
    MOVE ZEROS TO WS-PAD-HASH-SUMA
    PERFORM VARYING WS-PAD-HASH-POS FROM 1 BY 1
            UNTIL WS-PAD-HASH-POS > 11
      COMPUTE WS-PAD-HASH-SUMA =
              WS-PAD-HASH-SUMA * 31
              + FUNCTION ORD(WS-PAD-CLAVE(WS-PAD-HASH-POS:1))
    END-PERFORM
    COMPUTE WS-PAD-HASH-IDX =
            FUNCTION MOD(WS-PAD-HASH-SUMA, WS-PAD-TABLA-MAX) + 1.

  BUSCAR-PAD.
    MOVE "N" TO WS-PAD-ENCONTRADO
    PERFORM CALCULAR-HASH-PAD
    MOVE WS-PAD-HASH-IDX TO WS-PAD-IDX
    MOVE ZEROS           TO WS-PAD-PROBE-CANT

    PERFORM UNTIL WS-PAD-PROBE-CANT >= WS-PAD-TABLA-MAX
      IF WS-PAD-SLOT-OCUP(WS-PAD-IDX) NOT = "S"
          EXIT PERFORM
      END-IF
      IF WS-PAD-SLOT-VAL(WS-PAD-IDX) = WS-PAD-CLAVE
          MOVE "S" TO WS-PAD-ENCONTRADO
          EXIT PERFORM
      END-IF
      ADD 1 TO WS-PAD-PROBE-CANT
      ADD 1 TO WS-PAD-IDX
      IF WS-PAD-IDX > WS-PAD-TABLA-MAX
          MOVE 1 TO WS-PAD-IDX
      END-IF
    END-PERFORM.

  INSERTAR-PAD.
    PERFORM BUSCAR-PAD
    IF WS-PAD-ENCONTRADO = "S"
        MOVE WS-PAD-ESTADO TO WS-PAD-SLOT-EST(WS-PAD-IDX)
    ELSE
        IF WS-PAD-SLOT-OCUP(WS-PAD-IDX) NOT = "S"
            MOVE WS-PAD-CLAVE  TO WS-PAD-SLOT-VAL(WS-PAD-IDX)
            MOVE WS-PAD-ESTADO TO WS-PAD-SLOT-EST(WS-PAD-IDX)
            MOVE "S"           TO WS-PAD-SLOT-OCUP(WS-PAD-IDX)
            ADD 1 TO WS-PAD-CANT
        ELSE
            IF WS-PAD-SATURADA NOT = "S"
                DISPLAY "AVISO: tabla del padron de CUIT saturada ("
                        WS-PAD-TABLA-MAX " entradas); los CUIT "
                        "restantes del padron no podran consultarse "
                        "y rebotaran como inexistentes."
                MOVE "S" TO WS-PAD-SATURADA
            END-IF
        END-IF
    END-IF.

  VALIDAR-PADRON.
    MOVE "N" TO WS-PAD-ENCONTRADO
    MOVE "N" TO WS-PAD-ACTIVO
    IF WS-CUIT-VALIDO = "S"
        MOVE CT-TR TO WS-PAD-CLAVE
        PERFORM BUSCAR-PAD
        IF WS-PAD-ENCONTRADO = "S"
           AND WS-PAD-SLOT-EST(WS-PAD-IDX) = "A"
            MOVE "S" TO WS-PAD-ACTIVO
        END-IF
    END-IF.

*> ==========================================================
*> SECCIÓN: VALIDACIÓN DE CUIT (DÍGITO VERIFICADOR MÓDULO 11).
*> ==========================================================

  VALIDAR-CUIT.
    MOVE "N" TO WS-CUIT-VALIDO
    IF CT-TR IS NUMERIC
        PERFORM VARYING WS-CUIT-IDX FROM 1 BY 1
                UNTIL WS-CUIT-IDX > 11
          MOVE CT-TR(WS-CUIT-IDX:1) TO WS-CUIT-DIG(WS-CUIT-IDX)
        END-PERFORM

        COMPUTE WS-CUIT-SUMA =
            WS-CUIT-DIG(1)  * 5 + WS-CUIT-DIG(2)  * 4
          + WS-CUIT-DIG(3)  * 3 + WS-CUIT-DIG(4)  * 2
          + WS-CUIT-DIG(5)  * 7 + WS-CUIT-DIG(6)  * 6
          + WS-CUIT-DIG(7)  * 5 + WS-CUIT-DIG(8)  * 4
          + WS-CUIT-DIG(9)  * 3 + WS-CUIT-DIG(10) * 2

        COMPUTE WS-CUIT-RESTO = FUNCTION MOD(WS-CUIT-SUMA, 11)

        IF WS-CUIT-RESTO = 0
            MOVE 0 TO WS-CUIT-DV-CALC
        ELSE
            COMPUTE WS-CUIT-DV-CALC = 11 - WS-CUIT-RESTO
        END-IF

        IF WS-CUIT-DV-CALC < 10
           AND WS-CUIT-DV-CALC = WS-CUIT-DIG(11)
            MOVE "S" TO WS-CUIT-VALIDO
        END-IF
    END-IF.

*> ==========================================================
*> SECCIÓN: VALIDACIÓN DE FECHA CALENDARIO (AAAAMMDD).
*> ==========================================================

  VALIDAR-FECHA.
    MOVE "N" TO WS-FECHA-VALIDA
    IF FA-TR IS NUMERIC
        MOVE FA-TR(1:4) TO WS-FA-ANIO
        MOVE FA-TR(5:2) TO WS-FA-MES
        MOVE FA-TR(7:2) TO WS-FA-DIA

        IF WS-FA-MES >= 1 AND WS-FA-MES <= 12
            MOVE "N" TO WS-FA-BISIESTO
            IF (FUNCTION MOD(WS-FA-ANIO, 4) = 0
                AND FUNCTION MOD(WS-FA-ANIO, 100) NOT = 0)
               OR FUNCTION MOD(WS-FA-ANIO, 400) = 0
                MOVE "S" TO WS-FA-BISIESTO
            END-IF

            MOVE WS-FA-DIAS-MAX(WS-FA-MES) TO WS-FA-DIAS-MES
            IF WS-FA-MES = 2 AND WS-FA-BISIESTO = "S"
                MOVE 29 TO WS-FA-DIAS-MES
            END-IF

            IF WS-FA-DIA >= 1 AND WS-FA-DIA <= WS-FA-DIAS-MES
                MOVE "S" TO WS-FECHA-VALIDA
            END-IF
        END-IF
    END-IF.

*> ==========================================================
*> SECCIÓN: VALIDACIÓN DE IMPORTE (FORMATO Y TOPE).
*> ==========================================================

  VALIDAR-IMPORTE.
    MOVE "N" TO WS-IE-NUMERICO
    MOVE "N" TO WS-IE-EXCEDE
    IF IE-TR IS NUMERIC
        MOVE "S"   TO WS-IE-NUMERICO
        MOVE IE-TR TO WS-IE-VALOR
        IF WS-IE-VALOR > WS-IE-LIMITE
            MOVE "S" TO WS-IE-EXCEDE
        END-IF
    END-IF.

*> ==========================================================
*> SECCIÓN: REGLAS ESPECÍFICAS POR TIPO DE COMPROBANTE.
*> RÉPLICA DE LA MISMA REGLA APLICADA EN M6_SIM_P3_ANSES/VALIDAR-TIPO.
*> ==========================================================

  VALIDAR-TIPO.
    MOVE "S" TO WS-TIPO-VALIDO
    EVALUATE TO-TR
      WHEN "A"
        MOVE "N" TO WS-TIPO-PREF-OK
        PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                UNTIL WS-PAR-IDX > WS-PAR-PREF-A-CANT
          IF CT-TR(1:2) = WS-PAR-PREF-A(WS-PAR-IDX)
              MOVE "S" TO WS-TIPO-PREF-OK
              EXIT PERFORM
          END-IF
        END-PERFORM
        IF WS-TIPO-PREF-OK NOT = "S"
            MOVE "N" TO WS-TIPO-VALIDO
        END-IF
      WHEN "C"
        IF WS-IE-NUMERICO = "S" AND WS-IE-VALOR > WS-TIPO-LIMITE-C
            MOVE "N" TO WS-TIPO-VALIDO
        END-IF
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

*> ==========================================================
*> SECCIÓN: CARGA Y VALIDACIÓN DE LOS PARÁMETROS OPERATIVOS
*> EXTERNOS, RÉPLICA DE LA MISMA LÓGICA APLICADA EN
*> M6_SIM_P3_ANSES/CARGAR-PARAMETROS.
*> ==========================================================

  CARGAR-PARAMETROS.
    OPEN INPUT PARAM-M6
    IF FS-PARAM NOT = "00"
        DISPLAY "Error: falta el archivo de parametros PARAM_M6.txt, "
                "FILE STATUS: " FS-PARAM
        DISPLAY "Los topes y reglas operativas se leen de ese archivo; "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-PARAM
    PERFORM UNTIL FIN-PARAM = "1"
      READ PARAM-M6
        AT END
          MOVE "1" TO FIN-PARAM
        NOT AT END
          IF REG-PARAM NOT = SPACES
              PERFORM PROCESAR-PARAMETRO
          END-IF
      END-READ
    END-PERFORM
    CLOSE PARAM-M6

    IF WS-PAR-TIENE-IE NOT = "S"
        DISPLAY "Error: falta IE-LIMITE en PARAM_M6.txt; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-PAR-TIENE-C NOT = "S"
        DISPLAY "Error: falta TIPO-LIMITE-C en PARAM_M6.txt; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-PAR-TIENE-PREF NOT = "S"
        DISPLAY "Error: falta CUIT-PREF-A en PARAM_M6.txt; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-PAR-IE-LIMITE TO WS-IE-LIMITE
    MOVE WS-PAR-LIMITE-C  TO WS-TIPO-LIMITE-C.

  PROCESAR-PARAMETRO.
    MOVE SPACES TO WS-PAR-CLAVE WS-PAR-VALOR
    UNSTRING REG-PARAM DELIMITED BY "|"
        INTO WS-PAR-CLAVE WS-PAR-VALOR
    MOVE FUNCTION TRIM(WS-PAR-VALOR) TO WS-PAR-VALOR

    EVALUATE FUNCTION TRIM(WS-PAR-CLAVE)
      WHEN "IE-LIMITE"
        MOVE 9 TO WS-PAR-NUM-MAX
        PERFORM CONVERTIR-PARAM-NUM
        MOVE WS-PAR-NUM TO WS-PAR-IE-LIMITE
        MOVE "S" TO WS-PAR-TIENE-IE
      WHEN "TIPO-LIMITE-C"
        MOVE 9 TO WS-PAR-NUM-MAX
        PERFORM CONVERTIR-PARAM-NUM
        MOVE WS-PAR-NUM TO WS-PAR-LIMITE-C
        MOVE "S" TO WS-PAR-TIENE-C
      WHEN "CUIT-PREF-A"
        PERFORM CARGAR-PREFIJOS-A
        MOVE "S" TO WS-PAR-TIENE-PREF
*>    Claves de la cadena que la pantalla no usa: se aceptan
*>    como válidas del archivo compartido.
      WHEN "PLAZO-PENDIENTE"
      WHEN "UMBRAL-ERROR"
      WHEN "RETEN-A"
      WHEN "RETEN-B"
      WHEN "RETEN-C"
      WHEN "ANOM-FRACC-PCT"
      WHEN "ANOM-FRACC-CANT"
      WHEN "ANOM-VOL-FACTOR"
      WHEN "ANOM-VOL-DIAS"
      WHEN "ANOM-HIST-MESES"
      WHEN "ANOM-FA-DIAS"
      WHEN "ANOM-GRAVES"
        CONTINUE
      WHEN OTHER
        DISPLAY "Error: clave desconocida en PARAM_M6.txt: '"
                FUNCTION TRIM(WS-PAR-CLAVE) "'; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

  CONVERTIR-PARAM-NUM.
*>  Convierte WS-PAR-VALOR (ya recortado) a número sin exigir
*>  ceros a la izquierda; el largo máximo admitido lo deja el
*>  que llama en WS-PAR-NUM-MAX. Un valor vacío, con letras o
*>  más largo que el máximo aborta con mensaje claro.
    MOVE "N" TO WS-PAR-NUM-OK
    MOVE ZEROS TO WS-PAR-NUM
    COMPUTE WS-PAR-LARGO =
            FUNCTION LENGTH(FUNCTION TRIM(WS-PAR-VALOR))
    IF WS-PAR-LARGO >= 1 AND WS-PAR-LARGO <= WS-PAR-NUM-MAX
       AND WS-PAR-VALOR(1:WS-PAR-LARGO) IS NUMERIC
        MOVE WS-PAR-VALOR(1:WS-PAR-LARGO) TO WS-PAR-NUM
        MOVE "S" TO WS-PAR-NUM-OK
    END-IF
    IF WS-PAR-NUM-OK NOT = "S"
        DISPLAY "Error: valor invalido en PARAM_M6.txt para '"
                FUNCTION TRIM(WS-PAR-CLAVE) "': '"
                FUNCTION TRIM(WS-PAR-VALOR) "'; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

  CARGAR-PREFIJOS-A.
    MOVE ZEROS TO WS-PAR-PREF-A-CANT
    PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
            UNTIL WS-PAR-IDX > 10
      MOVE SPACES TO WS-PAR-PREF-TXT(WS-PAR-IDX)
    END-PERFORM
    UNSTRING WS-PAR-VALOR DELIMITED BY ","
        INTO WS-PAR-PREF-TXT(1) WS-PAR-PREF-TXT(2)
             WS-PAR-PREF-TXT(3) WS-PAR-PREF-TXT(4)
             WS-PAR-PREF-TXT(5) WS-PAR-PREF-TXT(6)
             WS-PAR-PREF-TXT(7) WS-PAR-PREF-TXT(8)
             WS-PAR-PREF-TXT(9) WS-PAR-PREF-TXT(10)
        TALLYING IN WS-PAR-PREF-A-CANT
    IF WS-PAR-PREF-A-CANT = 0
        DISPLAY "Error: CUIT-PREF-A sin prefijos en PARAM_M6.txt; "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
            UNTIL WS-PAR-IDX > WS-PAR-PREF-A-CANT
      MOVE FUNCTION TRIM(WS-PAR-PREF-TXT(WS-PAR-IDX))
        TO WS-PAR-PREF-AUX
      IF WS-PAR-PREF-AUX(1:2) IS NUMERIC
         AND WS-PAR-PREF-AUX(3:4) = SPACES
          MOVE WS-PAR-PREF-AUX(1:2) TO WS-PAR-PREF-A(WS-PAR-IDX)
      ELSE
          DISPLAY "Error: prefijo invalido en CUIT-PREF-A: '"
                  FUNCTION TRIM(WS-PAR-PREF-TXT(WS-PAR-IDX))
                  "' (se esperan 2 digitos); se aborta."
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-IF
    END-PERFORM.

*> ==========================================================
*> SECCIÓN: BITÁCORA COMÚN DE EJECUCIÓN (COMP_LOG.txt),
*> RÉPLICA DE LA MISMA LÓGICA APLICADA EN
*> M6_SIM_P3_ANSES/GRABAR-BITACORA. Nunca corta la corrida.
*> ==========================================================

  GRABAR-BITACORA.
    OPEN EXTEND COMP-BITAC
    IF FS-BITAC = "35"
        OPEN OUTPUT COMP-BITAC
    END-IF
    IF FS-BITAC NOT = "00"
        DISPLAY "Aviso: no se pudo grabar la bitacora COMP_LOG.txt, "
                "FILE STATUS: " FS-BITAC
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO FB-BIT
        MOVE FUNCTION CURRENT-DATE(9:6) TO HB-BIT
        MOVE WS-REG-BITAC TO REG-BITAC
        WRITE REG-BITAC
        CLOSE COMP-BITAC
    END-IF.

