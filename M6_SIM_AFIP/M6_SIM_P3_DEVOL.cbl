*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_DEVOL
*> PURPOSE    : Archivo de devolución al originante, uno por cada archivo de
*>              ingreso del lote: al cierre de la clasificación recorre
*>              COMP_IN_LIST.txt (o el COMP_IN.txt único si no hay
*>              manifiesto) y el maestro histórico COMP_HIST.txt, donde
*>              M6_SIM_P3_ANSES deja cada comprobante clasificado con su
*>              archivo de origen (ORIGEN-HIST), y arma DEVOL_<archivo>
*>              con una cabecera (totales declarados en el manifiesto y
*>              clasificados OK/PE/ER/NC), un detalle por comprobante
*>              rechazado con su motivo (MO-ER y MO-ER-COD) y un trailer de
*>              control. El detalle trae los campos del comprobante en el
*>              mismo orden que COMP_CORREC.txt, así el originante corrige
*>              sobre su propia devolución y la vuelve a mandar para
*>              M6_SIM_P3_REPRO, en vez de recibir a mano un extracto de
*>              COMP_ER.csv mezclado con los rechazos de todos los demás.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_DEVOL.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Manifiesto del lote (ver el comentario de COMP-LISTA en
*>  M6_SIM_P3_ANSES): de acá salen los archivos a devolver y los
*>  totales que declaró cada originante.
    SELECT COMP-LISTA ASSIGN TO "COMP_IN_LIST.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-LISTA.

    SELECT COMP-HIST ASSIGN TO "COMP_HIST.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-HIST.

    SELECT ORDEN-TRABAJO ASSIGN TO "SORTWK".

*>  Devolución al originante: un archivo DEVOL_<archivo de
*>  ingreso> por cada línea del manifiesto. Un solo FD con
*>  nombre dinámico alcanza porque las devoluciones se graban de
*>  a una, igual que M6_SIM_P3_ANSES con COMP_IN_LIST.txt.
*>  Registros (separados por "|"):
*>    1|FECHA|ARCHIVO|DECLARADO S/N|CANT DECL|SUMA DECL|
*>      CLASIFICADOS|OK|PE|ER|NC|
*>    2|NC|FA|CT|TO|IE|EO|MOTIVO|COD MOTIVO|   (por rechazado)
*>    3|REGISTROS DEL ARCHIVO|CANT DETALLE|SUMA DETALLE|
    SELECT DEVOL-OUT ASSIGN DYNAMIC WS-NOMBRE-DEVOL
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-DEVOL.

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.

*>  Estado de ciclo de la cadena (ver el comentario de
*>  CICLO-EST en M6_SIM_P3_ANSES): candado de secuencia que el
*>  scheduler solo no da.
    SELECT CICLO-EST ASSIGN TO "CICLO_ESTADO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO.

    SELECT CICLO-EST-OUT ASSIGN TO "CICLO_ESTADO.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO-OUT.


DATA DIVISION.
  FILE SECTION.

    FD COMP-LISTA.
      01 REG-LISTA         PIC X(100).

    FD COMP-HIST.
      01 REG-HIST          PIC X(111).

*>  El orden de trabajo es la posición del archivo en el
*>  manifiesto y, dentro de él, el orden de llegada al
*>  histórico: cada devolución lista sus rechazados en el mismo
*>  orden en que venían en el archivo de ingreso.
    SD ORDEN-TRABAJO.
      01 REG-SRT.
        05 IX-SRT    PIC 9(4).
        05 SQ-SRT    PIC 9(9).
        05 NC-SRT    PIC X(13).
        05 FA-SRT    PIC X(8).
        05 CT-SRT    PIC X(11).
        05 TO-SRT    PIC X(1).
        05 IE-SRT    PIC X(9).
        05 EO-SRT    PIC X(10).
        05 MOT-SRT   PIC X(16).
        05 COD-SRT   PIC X(3).

    FD DEVOL-OUT.
      01 REG-DEVOL         PIC X(110).

    FD COMP-BITAC.
      01 REG-BITAC         PIC X(105).

    FD CICLO-EST.
      01 REG-CICLO.
        05 UL-CIC    PIC X(1).
        05 FILLER    PIC X    VALUE "|".
        05 PG-CIC    PIC X(17).
        05 FILLER    PIC X    VALUE "|".
        05 ES-CIC    PIC X(7).
        05 FILLER    PIC X    VALUE "|".
        05 FE-CIC    PIC X(8).
        05 FILLER    PIC X    VALUE "|".
        05 HO-CIC    PIC X(6).
        05 FILLER    PIC X    VALUE "|".
        05 RC-CIC    PIC X(2).
        05 FILLER    PIC X    VALUE "|".

    FD CICLO-EST-OUT.
      01 REG-CICLO-OUT     PIC X(47).

  WORKING-STORAGE SECTION.

    77 FS-LISTA      PIC XX.
    77 FS-HIST       PIC XX.
    77 FS-DEVOL      PIC XX.

    77 FIN-LISTA     PIC X    VALUE "N".
    77 FIN-HIST      PIC X    VALUE "N".
    77 FIN-SORT      PIC X    VALUE "N".

    77 WS-FECHA-CORRIDA  PIC X(8)   VALUE SPACES.
    77 WS-FECHA-PEDIDA   PIC X      VALUE "N".
    77 WS-FECHA-ULTIMA   PIC X(8)   VALUE SPACES.
    77 WS-PARAM-CMD      PIC X(20)  VALUE SPACES.
    77 WS-NOMBRE-DEVOL   PIC X(110) VALUE SPACES.

    77 CON-HIST-LEIDOS   PIC 9(9) VALUE ZEROS.
    77 CON-HIST-FECHA    PIC 9(9) VALUE ZEROS.
    77 CON-HIST-PREVIO   PIC 9(9) VALUE ZEROS.
    77 CON-ARCHIVOS      PIC 9(6) VALUE ZEROS.
    77 CON-SIN-MOVS      PIC 9(6) VALUE ZEROS.
    77 CON-RECHAZADOS    PIC 9(9) VALUE ZEROS.

*> ----------------------------------------------------------
*> TABLA DE ARCHIVOS DEL LOTE (DE COMP_IN_LIST.txt). Por
*> archivo: el nombre, la clave con que figura en el histórico
*> (ORIGEN-HIST guarda los primeros 20 caracteres del nombre),
*> los totales declarados y lo que el histórico dice que se
*> clasificó. Un lote trae pocos archivos, así que alcanza con
*> búsqueda lineal.
*> ----------------------------------------------------------
    01 WS-ARCHIVOS.
      05 WS-ARC-CANT          PIC 9(4)  VALUE ZEROS.
      05 WS-ARC-TABLA OCCURS 500 TIMES.
        10 WS-ARC-NOMBRE      PIC X(100).
        10 WS-ARC-ORIGEN      PIC X(20).
        10 WS-ARC-DECLARADO   PIC X.
        10 WS-ARC-CANT-DECL   PIC 9(9).
        10 WS-ARC-SUMA-DECL   PIC 9(15).
        10 WS-ARC-CON-OK      PIC 9(9).
        10 WS-ARC-CON-PE      PIC 9(9).
        10 WS-ARC-CON-ER      PIC 9(9).
        10 WS-ARC-CON-NC      PIC 9(9).

    77 WS-ARC-IDX             PIC 9(4)  VALUE ZEROS.
    77 WS-ARC-ENCONTRADO      PIC X     VALUE "N".
    77 WS-ARC-SATURADA        PIC X     VALUE "N".

*> ----------------------------------------------------------
*> ÁREA DE DESARME DE UNA LÍNEA DEL MANIFIESTO (MISMAS REGLAS
*> QUE M6_SIM_P3_ANSES/DESARMAR-LINEA-LISTA; ACÁ UN TOTAL
*> ILEGIBLE NO CORTA: LA CLASIFICACIÓN YA LO HUBIERA RECHAZADO,
*> ASÍ QUE SÓLO SE INFORMA COMO NO DECLARADO).
*> ----------------------------------------------------------
    01 WS-MANIFIESTO.
      05 WS-MAN-NOMBRE        PIC X(100) VALUE SPACES.
      05 WS-MAN-CANT-TXT      PIC X(9)   VALUE SPACES.
      05 WS-MAN-SUMA-TXT      PIC X(15)  VALUE SPACES.
      05 WS-MAN-LARGO-CANT    PIC 9(2)   VALUE ZEROS.
      05 WS-MAN-LARGO-SUMA    PIC 9(2)   VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DEL REGISTRO DEL HISTÓRICO EN EVALUACIÓN, MISMO LAYOUT
*> QUE GRABA M6_SIM_P3_ANSES/GRABAR-HIST.
*> ----------------------------------------------------------
    01 WS-REG-EVAL.
      05 FH-HIST     PIC X(8).
      05 FILLER      PIC X.
      05 ORIGEN-HIST PIC X(20).
      05 FILLER      PIC X.
      05 NC-HIST     PIC X(13).
      05 FILLER      PIC X.
      05 FA-HIST     PIC X(8).
      05 FILLER      PIC X.
      05 CT-HIST     PIC X(11).
      05 FILLER      PIC X.
      05 TO-HIST     PIC X(1).
      05 FILLER      PIC X.
      05 IE-HIST     PIC X(9).
      05 FILLER      PIC X.
      05 EO-HIST     PIC X(10).
      05 FILLER      PIC X.
      05 DEST-HIST   PIC X(2).
      05 FILLER      PIC X.
      05 MOT-HIST    PIC X(16).
      05 FILLER      PIC X.
      05 COD-HIST    PIC X(3).

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LOS REGISTROS DE LA DEVOLUCIÓN.
*> ----------------------------------------------------------
    01 WS-REG-DEV-CAB.
      05 TR-CAB      PIC X(1)  VALUE "1".
      05 FILLER      PIC X     VALUE "|".
      05 FE-CAB      PIC X(8).
      05 FILLER      PIC X     VALUE "|".
      05 AR-CAB      PIC X(20).
      05 FILLER      PIC X     VALUE "|".
      05 DC-CAB      PIC X(1).
      05 FILLER      PIC X     VALUE "|".
      05 CD-CAB      PIC 9(9).
      05 FILLER      PIC X     VALUE "|".
      05 SD-CAB      PIC 9(15).
      05 FILLER      PIC X     VALUE "|".
      05 CL-CAB      PIC 9(9).
      05 FILLER      PIC X     VALUE "|".
      05 OK-CAB      PIC 9(9).
      05 FILLER      PIC X     VALUE "|".
      05 PE-CAB      PIC 9(9).
      05 FILLER      PIC X     VALUE "|".
      05 ER-CAB      PIC 9(9).
      05 FILLER      PIC X     VALUE "|".
      05 NC-CAB      PIC 9(9).
      05 FILLER      PIC X     VALUE "|".

    01 WS-REG-DEV-DET.
      05 TR-DET      PIC X(1)  VALUE "2".
      05 FILLER      PIC X     VALUE "|".
      05 NC-DET      PIC X(13).
      05 FILLER      PIC X     VALUE "|".
      05 FA-DET      PIC X(8).
      05 FILLER      PIC X     VALUE "|".
      05 CT-DET      PIC X(11).
      05 FILLER      PIC X     VALUE "|".
      05 TO-DET      PIC X(1).
      05 FILLER      PIC X     VALUE "|".
      05 IE-DET      PIC X(9).
      05 FILLER      PIC X     VALUE "|".
      05 EO-DET      PIC X(10).
      05 FILLER      PIC X     VALUE "|".
      05 MO-DET      PIC X(16).
      05 FILLER      PIC X     VALUE "|".
      05 CO-DET      PIC X(3).
      05 FILLER      PIC X     VALUE "|".

    01 WS-REG-DEV-TRA.
      05 TR-TRA      PIC X(1)  VALUE "3".
      05 FILLER      PIC X     VALUE "|".
      05 RG-TRA      PIC 9(9).
      05 FILLER      PIC X     VALUE "|".
      05 CA-TRA      PIC 9(9).
      05 FILLER      PIC X     VALUE "|".
      05 SU-TRA      PIC 9(15).
      05 FILLER      PIC X     VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DEL ARCHIVO DE DEVOLUCIÓN EN CURSO.
*> ----------------------------------------------------------
    01 WS-DEVOL-CONTROL.
      05 WS-DEV-SECUENCIA     PIC 9(9)  VALUE ZEROS.
      05 WS-DEV-DET-CANT      PIC 9(9)  VALUE ZEROS.
      05 WS-DEV-DET-SUMA      PIC 9(15) VALUE ZEROS.
      05 WS-DEV-HAY-PENDIENTE PIC X     VALUE "N".

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
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_DEVOL".
      05 FILLER      PIC X    VALUE "|".
      05 FA-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-BIT      PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-BIT      PIC X(60).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DEL ESTADO DE CICLO (CICLO_ESTADO.txt), RÉPLICA DEL
*> MISMO ESQUEMA QUE ESTAMPA M6_SIM_P3_ANSES (VER EL
*> COMENTARIO DE CICLO-EST AHÍ). Fase requerida: 1 (la
*> clasificación cerrada); fase propia: 0, la devolución sólo
*> lee el histórico y no mueve el ciclo.
*> ----------------------------------------------------------
    77 FS-CICLO         PIC XX.
    77 FS-CICLO-OUT     PIC XX.

    01 WS-CICLO-CONTROL.
      05 WS-CIC-EXISTE        PIC X     VALUE "N".
      05 WS-CIC-ULT           PIC 9(1)  VALUE ZEROS.
      05 WS-CIC-PROG          PIC X(17) VALUE SPACES.
      05 WS-CIC-ESTADO        PIC X(7)  VALUE SPACES.
      05 WS-CIC-RC            PIC X(2)  VALUE SPACES.
      05 WS-CIC-FORZADO       PIC X     VALUE "N".
      05 WS-CIC-FASE-REQ      PIC 9(1)  VALUE 1.
      05 WS-CIC-FASE-PROPIA   PIC 9(1)  VALUE 0.
      05 WS-CIC-RC-FIN        PIC X(2)  VALUE SPACES.
      05 WS-CIC-DELETE-RC     PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-CIC-RENAME-RC     PIC 9(9)  COMP-5 VALUE ZEROS.

    01 WS-REG-CICLO.
      05 UL-CIC-WS   PIC 9(1).
      05 FILLER      PIC X    VALUE "|".
      05 PG-CIC-WS   PIC X(17) VALUE "M6_SIM_P3_DEVOL".
      05 FILLER      PIC X    VALUE "|".
      05 ES-CIC-WS   PIC X(7).
      05 FILLER      PIC X    VALUE "|".
      05 FE-CIC-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 HO-CIC-WS   PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-CIC-WS   PIC X(2).
      05 FILLER      PIC X    VALUE "|".


PROCEDURE DIVISION.

*> ==========================================================
*> SECCIÓN: FECHA DE CORRIDA, CONTROL DE CICLO Y MANIFIESTO.
*> ==========================================================

  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA

*>  Por línea de comando se puede pedir la devolución de otra
*>  fecha de corrida (AAAAMMDD), para regenerar la de un día
*>  anterior que el originante dice no haber recibido; vacío es
*>  la última clasificación de los archivos del lote, que se
*>  busca en el histórico (ANSES estampa la fecha en que
*>  arrancó, que no es la de hoy si la cadena pasó la
*>  medianoche).
  ACCEPT WS-PARAM-CMD FROM COMMAND-LINE
  IF FUNCTION TRIM(WS-PARAM-CMD) NOT = SPACES
      IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM-CMD)) NOT = 8
         OR NOT WS-PARAM-CMD(1:8) IS NUMERIC
          DISPLAY "Error: parametro desconocido '"
                  FUNCTION TRIM(WS-PARAM-CMD)
                  "' (se admite una fecha AAAAMMDD o ninguno); "
                  "se aborta."
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-IF
      MOVE WS-PARAM-CMD(1:8) TO WS-FECHA-CORRIDA
      MOVE "S" TO WS-FECHA-PEDIDA
  END-IF

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  MOVE WS-FECHA-CORRIDA TO DE-BIT
  PERFORM GRABAR-BITACORA

  PERFORM VERIFICAR-CICLO
  PERFORM ESTAMPAR-CICLO-INICIO

  PERFORM CARGAR-MANIFIESTO

*>  Se verifica primero que el histórico exista, para cortar
*>  con un mensaje claro antes de armar el orden de trabajo.
  OPEN INPUT COMP-HIST
  IF FS-HIST NOT = "00"
      DISPLAY "Error al abrir el maestro historico (COMP_HIST.txt), "
              "FILE STATUS: " FS-HIST
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF
  CLOSE COMP-HIST

  PERFORM BUSCAR-FECHA-CLASIFICACION
  IF WS-FECHA-PEDIDA NOT = "S" AND WS-FECHA-ULTIMA NOT = SPACES
      MOVE WS-FECHA-ULTIMA TO WS-FECHA-CORRIDA
  END-IF

*>  Sin un solo registro de los archivos del lote en la fecha no
*>  hay nada que devolver: no se mandan devoluciones vacías, que
*>  el originante tomaría por un lote sin rechazos.
  IF CON-HIST-PREVIO = 0
      DISPLAY "Error: ningun archivo del lote tiene registros "
              "clasificados el " WS-FECHA-CORRIDA " en COMP_HIST.txt;"
              " no se graba ninguna devolucion."
      MOVE "08" TO WS-CIC-RC-FIN
      PERFORM ESTAMPAR-CICLO-FIN
      MOVE "FIN" TO FA-BIT
      MOVE "08"  TO RC-BIT
      MOVE SPACES TO DE-BIT
      STRING "SIN CLASIFICADOS DEL LOTE EL " WS-FECHA-CORRIDA
             DELIMITED BY SIZE
        INTO DE-BIT
      END-STRING
      PERFORM GRABAR-BITACORA
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF

*> ==========================================================
*> SECCIÓN: SELECCIÓN DEL HISTÓRICO DE LA CORRIDA Y GRABACIÓN
*> DE UNA DEVOLUCIÓN POR ARCHIVO DEL LOTE.
*> ==========================================================

  SORT ORDEN-TRABAJO
      ON ASCENDING KEY IX-SRT
      ON ASCENDING KEY SQ-SRT
      INPUT PROCEDURE IS SELECCIONAR-HISTORICO
      OUTPUT PROCEDURE IS GRABAR-DEVOLUCIONES

  DISPLAY "Fecha de corrida devuelta:   " WS-FECHA-CORRIDA
  DISPLAY "Registros del historico:     " CON-HIST-LEIDOS
  DISPLAY "Registros de la fecha:       " CON-HIST-FECHA
  DISPLAY "Devoluciones generadas:      " CON-ARCHIVOS
  DISPLAY "Archivos sin clasificados:   " CON-SIN-MOVS
  DISPLAY "Rechazados devueltos:        " CON-RECHAZADOS
  DISPLAY "---------FIN DE DEVOLUCIONES---------"

*>  Un archivo del manifiesto sin un solo registro de la fecha
*>  en el histórico, cuando otros del lote sí los tienen, no
*>  corta (su devolución sale igual, con los clasificados en
*>  cero), pero avisa: el archivo no llegó a clasificarse.
  IF CON-SIN-MOVS > 0
      MOVE "04" TO WS-CIC-RC-FIN
  ELSE
      MOVE "00" TO WS-CIC-RC-FIN
  END-IF
  PERFORM ESTAMPAR-CICLO-FIN

  MOVE "FIN" TO FA-BIT
  IF CON-SIN-MOVS > 0
      MOVE 4 TO RETURN-CODE
      MOVE "04" TO RC-BIT
  ELSE
      MOVE "00" TO RC-BIT
  END-IF
  MOVE SPACES TO DE-BIT
  STRING "ARCHIVOS " CON-ARCHIVOS " RECHAZADOS " CON-RECHAZADOS
         " SIN-MOVS " CON-SIN-MOVS DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: CARGA DEL MANIFIESTO DEL LOTE. Sin COMP_IN_LIST.txt
*> la clasificación corrió sobre el COMP_IN.txt único, y la
*> devolución es una sola, sin totales declarados.
*> ==========================================================

  CARGAR-MANIFIESTO.
    OPEN INPUT COMP-LISTA
    IF FS-LISTA NOT = "00"
        MOVE "COMP_IN.txt" TO WS-MAN-NOMBRE
        MOVE SPACES TO WS-MAN-CANT-TXT WS-MAN-SUMA-TXT
        PERFORM AGREGAR-ARCHIVO
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-LISTA = "1"
      READ COMP-LISTA
        AT END
          MOVE "1" TO FIN-LISTA
        NOT AT END
          IF FUNCTION TRIM(REG-LISTA) NOT = SPACES
              MOVE SPACES TO WS-MAN-NOMBRE WS-MAN-CANT-TXT
                             WS-MAN-SUMA-TXT
              UNSTRING REG-LISTA DELIMITED BY "|"
                  INTO WS-MAN-NOMBRE WS-MAN-CANT-TXT WS-MAN-SUMA-TXT
              END-UNSTRING
              PERFORM AGREGAR-ARCHIVO
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-LISTA

    IF WS-ARC-CANT = 0
        DISPLAY "Error: COMP_IN_LIST.txt existe pero no contiene "
                "ningun nombre de archivo utilizable"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

  AGREGAR-ARCHIVO.
    IF WS-ARC-CANT >= 500
        IF WS-ARC-SATURADA = "N"
            MOVE "S" TO WS-ARC-SATURADA
            DISPLAY "Aviso: COMP_IN_LIST.txt supera los 500 archivos,"
                    " los siguientes no tendran devolucion."
        END-IF
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-ARC-CANT
    MOVE FUNCTION TRIM(WS-MAN-NOMBRE) TO WS-ARC-NOMBRE(WS-ARC-CANT)
    MOVE WS-ARC-NOMBRE(WS-ARC-CANT) TO WS-ARC-ORIGEN(WS-ARC-CANT)
    MOVE "N"   TO WS-ARC-DECLARADO(WS-ARC-CANT)
    MOVE ZEROS TO WS-ARC-CANT-DECL(WS-ARC-CANT)
                  WS-ARC-SUMA-DECL(WS-ARC-CANT)
                  WS-ARC-CON-OK(WS-ARC-CANT)
                  WS-ARC-CON-PE(WS-ARC-CANT)
                  WS-ARC-CON-ER(WS-ARC-CANT)
                  WS-ARC-CON-NC(WS-ARC-CANT)

    MOVE FUNCTION TRIM(WS-MAN-CANT-TXT) TO WS-MAN-CANT-TXT
    MOVE FUNCTION TRIM(WS-MAN-SUMA-TXT) TO WS-MAN-SUMA-TXT
    IF WS-MAN-CANT-TXT = SPACES OR WS-MAN-SUMA-TXT = SPACES
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-MAN-LARGO-CANT =
            FUNCTION LENGTH(FUNCTION TRIM(WS-MAN-CANT-TXT))
    COMPUTE WS-MAN-LARGO-SUMA =
            FUNCTION LENGTH(FUNCTION TRIM(WS-MAN-SUMA-TXT))
    IF WS-MAN-CANT-TXT(1:WS-MAN-LARGO-CANT) IS NUMERIC
       AND WS-MAN-SUMA-TXT(1:WS-MAN-LARGO-SUMA) IS NUMERIC
        MOVE WS-MAN-CANT-TXT(1:WS-MAN-LARGO-CANT)
          TO WS-ARC-CANT-DECL(WS-ARC-CANT)
        MOVE WS-MAN-SUMA-TXT(1:WS-MAN-LARGO-SUMA)
          TO WS-ARC-SUMA-DECL(WS-ARC-CANT)
        MOVE "S" TO WS-ARC-DECLARADO(WS-ARC-CANT)
    END-IF.

*> ==========================================================
*> SECCIÓN: FECHA A DEVOLVER. Una pasada previa por el
*> histórico con los registros de los archivos del lote: sin
*> fecha pedida queda la más reciente (WS-FECHA-ULTIMA) y
*> CON-HIST-PREVIO cuenta los registros de la fecha que se va a
*> devolver, la pedida o esa última.
*> ==========================================================

  BUSCAR-FECHA-CLASIFICACION.
    OPEN INPUT COMP-HIST
    PERFORM UNTIL FIN-HIST = "1"
      READ COMP-HIST
        AT END
          MOVE "1" TO FIN-HIST
        NOT AT END
          MOVE REG-HIST TO WS-REG-EVAL
          IF FH-HIST IS NUMERIC
              PERFORM BUSCAR-ARCHIVO
              IF WS-ARC-ENCONTRADO = "S"
                  PERFORM EVALUAR-FECHA-CLASIFICACION
              END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-HIST
    MOVE "N" TO FIN-HIST.

  EVALUAR-FECHA-CLASIFICACION.
    IF WS-FECHA-PEDIDA = "S"
        IF FH-HIST = WS-FECHA-CORRIDA
            ADD 1 TO CON-HIST-PREVIO
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-FECHA-ULTIMA = SPACES OR FH-HIST > WS-FECHA-ULTIMA
        MOVE FH-HIST TO WS-FECHA-ULTIMA
        MOVE ZEROS   TO CON-HIST-PREVIO
    END-IF
    IF FH-HIST = WS-FECHA-ULTIMA
        ADD 1 TO CON-HIST-PREVIO
    END-IF.

*> ==========================================================
*> SECCIÓN: SELECCIÓN DEL HISTÓRICO (INPUT PROCEDURE DEL SORT).
*> Entran sólo los registros de la fecha de corrida cuyo origen
*> es un archivo del lote: los que agregan RECON, AGING, REPRO
*> y ACUSE llevan su propio origen (COMP_PE.txt, COMP_ER.txt,
*> AFIP_ACUSE.txt) y no se cuentan. Se tallan los destinos por
*> archivo y sólo pasan al orden de trabajo los rechazados.
*> ==========================================================

  SELECCIONAR-HISTORICO.
    OPEN INPUT COMP-HIST
    PERFORM UNTIL FIN-HIST = "1"
      READ COMP-HIST
        AT END
          MOVE "1" TO FIN-HIST
        NOT AT END
          ADD 1 TO CON-HIST-LEIDOS
          MOVE REG-HIST TO WS-REG-EVAL
          IF FH-HIST = WS-FECHA-CORRIDA
              PERFORM BUSCAR-ARCHIVO
              IF WS-ARC-ENCONTRADO = "S"
                  ADD 1 TO CON-HIST-FECHA
                  PERFORM TALLAR-DESTINO
              END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-HIST.

  BUSCAR-ARCHIVO.
    MOVE "N" TO WS-ARC-ENCONTRADO
    PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
            UNTIL WS-ARC-IDX > WS-ARC-CANT
      IF WS-ARC-ORIGEN(WS-ARC-IDX) = ORIGEN-HIST
          MOVE "S" TO WS-ARC-ENCONTRADO
          EXIT PERFORM
      END-IF
    END-PERFORM.

  TALLAR-DESTINO.
    EVALUATE DEST-HIST
      WHEN "OK"
        ADD 1 TO WS-ARC-CON-OK(WS-ARC-IDX)
      WHEN "PE"
        ADD 1 TO WS-ARC-CON-PE(WS-ARC-IDX)
      WHEN "NC"
        ADD 1 TO WS-ARC-CON-NC(WS-ARC-IDX)
      WHEN "ER"
        ADD 1 TO WS-ARC-CON-ER(WS-ARC-IDX)
        ADD 1 TO WS-DEV-SECUENCIA
        MOVE WS-ARC-IDX       TO IX-SRT
        MOVE WS-DEV-SECUENCIA TO SQ-SRT
        MOVE NC-HIST  TO NC-SRT
        MOVE FA-HIST  TO FA-SRT
        MOVE CT-HIST  TO CT-SRT
        MOVE TO-HIST  TO TO-SRT
        MOVE IE-HIST  TO IE-SRT
        MOVE EO-HIST  TO EO-SRT
        MOVE MOT-HIST TO MOT-SRT
        MOVE COD-HIST TO COD-SRT
        RELEASE REG-SRT
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

*> ==========================================================
*> SECCIÓN: GRABACIÓN DE LAS DEVOLUCIONES (OUTPUT PROCEDURE DEL
*> SORT). Se recorre el manifiesto en orden: cada archivo abre
*> su devolución, graba la cabecera, consume del orden de
*> trabajo los rechazados que le corresponden (vienen agrupados
*> por posición en el manifiesto) y cierra con el trailer. Un
*> archivo sin rechazados igual recibe cabecera y trailer: la
*> devolución vacía también es una respuesta.
*> ==========================================================

  GRABAR-DEVOLUCIONES.
    MOVE "N" TO WS-DEV-HAY-PENDIENTE
    PERFORM LEER-ORDENADO

    PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
            UNTIL WS-ARC-IDX > WS-ARC-CANT
      PERFORM GRABAR-UNA-DEVOLUCION
    END-PERFORM.

  LEER-ORDENADO.
    IF FIN-SORT = "1"
        MOVE "N" TO WS-DEV-HAY-PENDIENTE
        EXIT PARAGRAPH
    END-IF
    RETURN ORDEN-TRABAJO
      AT END
        MOVE "1" TO FIN-SORT
        MOVE "N" TO WS-DEV-HAY-PENDIENTE
      NOT AT END
        MOVE "S" TO WS-DEV-HAY-PENDIENTE
    END-RETURN.

  GRABAR-UNA-DEVOLUCION.
    MOVE SPACES TO WS-NOMBRE-DEVOL
    STRING "DEVOL_" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ARC-NOMBRE(WS-ARC-IDX)) DELIMITED BY SIZE
      INTO WS-NOMBRE-DEVOL
    END-STRING

    OPEN OUTPUT DEVOL-OUT
    IF FS-DEVOL NOT = "00"
        DISPLAY "Error al crear " FUNCTION TRIM(WS-NOMBRE-DEVOL)
                ", FILE STATUS: " FS-DEVOL
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    ADD 1 TO CON-ARCHIVOS
    MOVE ZEROS TO WS-DEV-DET-CANT WS-DEV-DET-SUMA

    MOVE WS-FECHA-CORRIDA              TO FE-CAB
    MOVE WS-ARC-ORIGEN(WS-ARC-IDX)     TO AR-CAB
    MOVE WS-ARC-DECLARADO(WS-ARC-IDX)  TO DC-CAB
    MOVE WS-ARC-CANT-DECL(WS-ARC-IDX)  TO CD-CAB
    MOVE WS-ARC-SUMA-DECL(WS-ARC-IDX)  TO SD-CAB
    COMPUTE CL-CAB = WS-ARC-CON-OK(WS-ARC-IDX)
                   + WS-ARC-CON-PE(WS-ARC-IDX)
                   + WS-ARC-CON-ER(WS-ARC-IDX)
                   + WS-ARC-CON-NC(WS-ARC-IDX)
    MOVE WS-ARC-CON-OK(WS-ARC-IDX)     TO OK-CAB
    MOVE WS-ARC-CON-PE(WS-ARC-IDX)     TO PE-CAB
    MOVE WS-ARC-CON-ER(WS-ARC-IDX)     TO ER-CAB
    MOVE WS-ARC-CON-NC(WS-ARC-IDX)     TO NC-CAB
    MOVE WS-REG-DEV-CAB TO REG-DEVOL
    WRITE REG-DEVOL

    IF CL-CAB = 0
        ADD 1 TO CON-SIN-MOVS
        DISPLAY "Aviso: '" FUNCTION TRIM(WS-ARC-NOMBRE(WS-ARC-IDX))
                "' no tiene registros clasificados el "
                WS-FECHA-CORRIDA " en COMP_HIST.txt"
    END-IF

    PERFORM UNTIL WS-DEV-HAY-PENDIENTE NOT = "S"
               OR IX-SRT NOT = WS-ARC-IDX
      PERFORM GRABAR-DETALLE-DEVOL
      PERFORM LEER-ORDENADO
    END-PERFORM

    COMPUTE RG-TRA = WS-DEV-DET-CANT + 2
    MOVE WS-DEV-DET-CANT TO CA-TRA
    MOVE WS-DEV-DET-SUMA TO SU-TRA
    MOVE WS-REG-DEV-TRA TO REG-DEVOL
    WRITE REG-DEVOL

    CLOSE DEVOL-OUT.

  GRABAR-DETALLE-DEVOL.
    MOVE NC-SRT  TO NC-DET
    MOVE FA-SRT  TO FA-DET
    MOVE CT-SRT  TO CT-DET
    MOVE TO-SRT  TO TO-DET
    MOVE IE-SRT  TO IE-DET
    MOVE EO-SRT  TO EO-DET
    MOVE MOT-SRT TO MO-DET
    MOVE COD-SRT TO CO-DET
    MOVE WS-REG-DEV-DET TO REG-DEVOL
    WRITE REG-DEVOL

    ADD 1 TO WS-DEV-DET-CANT
    ADD 1 TO CON-RECHAZADOS
*>  Un importe ilegible (rechazo por formato) suma cero al
*>  total de control, igual que en el manifiesto.
    IF IE-SRT IS NUMERIC
        ADD FUNCTION NUMVAL(IE-SRT) TO WS-DEV-DET-SUMA
    END-IF.

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

*> ==========================================================
*> SECCIÓN: CONTROL DE SECUENCIA DEL CICLO (CICLO_ESTADO.txt),
*> RÉPLICA DE LA MISMA LÓGICA APLICADA EN M6_SIM_P3_ANSES; la
*> única diferencia es la fase requerida y la propia, y que acá
*> la fase se maximiza al cerrar (ANSES la resetea porque abre
*> el ciclo).
*> ==========================================================

  VERIFICAR-CICLO.
    PERFORM CARGAR-CICLO

*>  El marcador de forzado se consume (se borra) al usarlo: un
*>  forzar vale para UNA corrida, no deja la cadena sin candado.
    CALL "CBL_DELETE_FILE" USING "CICLO_FORZAR.txt"
      RETURNING WS-CIC-DELETE-RC
    IF WS-CIC-DELETE-RC = 0
        MOVE "S" TO WS-CIC-FORZADO
        DISPLAY "Aviso: corrida FORZADA por operaciones "
                "(CICLO_FORZAR.txt consumido); se saltea el control "
                "de secuencia."
        EXIT PARAGRAPH
    END-IF

    IF WS-CIC-EXISTE = "S"
        IF WS-CIC-ESTADO = "ABIERTO"
           AND WS-CIC-PROG NOT = PG-CIC-WS
            DISPLAY "Error: " FUNCTION TRIM(WS-CIC-PROG) " figura "
                    "ABIERTO en CICLO_ESTADO.txt (corrida en curso o "
                    "cortada); se aborta. Para correr igual, crear "
                    "CICLO_FORZAR.txt."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-CIC-ESTADO = "CERRADO"
           AND WS-CIC-RC > "04"
           AND WS-CIC-PROG NOT = PG-CIC-WS
            DISPLAY "Error: la fase previa ("
                    FUNCTION TRIM(WS-CIC-PROG) ") cerro con RC "
                    WS-CIC-RC "; se aborta. Para correr igual, "
                    "crear CICLO_FORZAR.txt."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    IF WS-CIC-ULT < WS-CIC-FASE-REQ
        DISPLAY "Error: el ciclo esta en la fase " WS-CIC-ULT
                " y este programa requiere la fase "
                WS-CIC-FASE-REQ " cerrada; se aborta. Para correr "
                "igual, crear CICLO_FORZAR.txt."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

  CARGAR-CICLO.
    OPEN INPUT CICLO-EST
    IF FS-CICLO = "00"
        READ CICLO-EST
          AT END
            CONTINUE
        END-READ
        IF FS-CICLO = "00"
            MOVE "S" TO WS-CIC-EXISTE
            IF UL-CIC IS NUMERIC
                MOVE UL-CIC TO WS-CIC-ULT
            END-IF
            MOVE PG-CIC TO WS-CIC-PROG
            MOVE ES-CIC TO WS-CIC-ESTADO
            MOVE RC-CIC TO WS-CIC-RC
        END-IF
        CLOSE CICLO-EST
    END-IF.

  ESTAMPAR-CICLO-INICIO.
    MOVE WS-CIC-ULT TO UL-CIC-WS
    MOVE "ABIERTO"  TO ES-CIC-WS
    MOVE SPACES     TO RC-CIC-WS
    PERFORM GRABAR-CICLO.

  ESTAMPAR-CICLO-FIN.
*>  La fase sólo avanza con un cierre bueno (RC 00/04): un
*>  cierre malo la deja como estaba y el control de los
*>  programas siguientes frena la cadena.
    IF WS-CIC-RC-FIN <= "04"
       AND WS-CIC-FASE-PROPIA > WS-CIC-ULT
        MOVE WS-CIC-FASE-PROPIA TO WS-CIC-ULT
    END-IF
    MOVE WS-CIC-ULT    TO UL-CIC-WS
    MOVE "CERRADO"     TO ES-CIC-WS
    MOVE WS-CIC-RC-FIN TO RC-CIC-WS
    PERFORM GRABAR-CICLO.

  GRABAR-CICLO.
    MOVE FUNCTION CURRENT-DATE(1:8) TO FE-CIC-WS
    MOVE FUNCTION CURRENT-DATE(9:6) TO HO-CIC-WS
    OPEN OUTPUT CICLO-EST-OUT
    IF FS-CICLO-OUT NOT = "00"
        DISPLAY "Error al crear CICLO_ESTADO.txt.tmp, FILE STATUS: "
                FS-CICLO-OUT
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-REG-CICLO TO REG-CICLO-OUT
    WRITE REG-CICLO-OUT
    CLOSE CICLO-EST-OUT
    CALL "CBL_RENAME_FILE" USING "CICLO_ESTADO.txt.tmp"
                                  "CICLO_ESTADO.txt"
      RETURNING WS-CIC-RENAME-RC
    IF WS-CIC-RENAME-RC NOT = 0
        DISPLAY "Error al estampar CICLO_ESTADO.txt, RC="
                WS-CIC-RENAME-RC
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
