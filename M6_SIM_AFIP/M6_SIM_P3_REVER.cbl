*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_REVER
*> PURPOSE    : Reversión del ciclo a un punto de restauración. Cada
*>              programa de fase del candado (ANSES o el reparto PARTI,
*>              RECON, AGING, REPRO, CUADRA, LIQUI, EXPOR y ACUSE) toma,
*>              antes de estampar el ciclo ABIERTO, una foto de los
*>              archivos que su fase modifica (RESTAURA_Fn.txt y las
*>              copias RESTAURA_Fn_<archivo>). M6_SIM_P3_REVER n deja el
*>              ciclo exactamente como estaba antes de la fase n: repone
*>              los archivos de esa fase y de las posteriores que hayan
*>              corrido después (de la última hacia atrás, así cada
*>              archivo queda como estaba en el punto más viejo), borra
*>              los que no existían, recorta de COMP_HIST.txt las líneas
*>              agregadas desde el punto y repone CICLO_ESTADO.txt. Todo
*>              se valida antes de tocar nada (punto presente, copias
*>              presentes, COMP_HIST.txt con las líneas del punto
*>              intactas); si la reposición se corta a mitad, volver a
*>              correr el mismo comando la completa, porque los puntos
*>              recién se borran al final. Queda registro en COMP_LOG.txt.
*>              No corre sobre una fase ABIERTA (en curso o cortada) salvo
*>              con CICLO_FORZAR.txt, como el resto de la cadena. Tampoco
*>              revierte la exportación o el acuse de un lote que
*>              M6_SIM_P3_RETAC o M6_SIM_P3_CTACTE ya tomaron: el lote se
*>              volvería a publicar con el mismo número y lo saltearían.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_REVER.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Manifiesto del punto de restauración de cada fase (ver
*>  TOMAR-PUNTO-RESTAURACION en cualquier programa de fase).
    SELECT REST-MAN ASSIGN DYNAMIC WS-RST-NOMBRE-MAN
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-REST-MAN.

*>  Cada copia se abre sólo para comprobar que está antes de
*>  empezar a reponer.
    SELECT REST-ARCH ASSIGN DYNAMIC WS-RST-NOMBRE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-REST-ARCH.

*>  Maestro histórico: se recorta por tmp + rename a la
*>  cantidad de líneas que tenía en el punto.
    SELECT COMP-HIST ASSIGN TO "COMP_HIST.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-HIST.

    SELECT COMP-HIST-OUT ASSIGN TO "COMP_HIST.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-HIST-OUT.

*>  Lote publicado (ver M6_SIM_P3_EXPOR) y controles de los
*>  programas que toman cada lote una sola vez; sólo se
*>  consultan.
    SELECT LOTE-NRO ASSIGN TO "COMP_LOTE_NRO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-LOTE.

    SELECT CTL-LOTE ASSIGN DYNAMIC WS-REV-NOMBRE-CTL
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CTL-LOTE.

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.

*>  Estado de ciclo de la cadena (ver el comentario de
*>  CICLO-EST en M6_SIM_P3_ANSES): acá sólo se consulta; lo
*>  repone la copia del punto.
    SELECT CICLO-EST ASSIGN TO "CICLO_ESTADO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO.


DATA DIVISION.
  FILE SECTION.

    FD REST-MAN.
      01 REG-REST-MAN      PIC X(160).

    FD REST-ARCH.
      01 REG-REST-ARCH     PIC X(1).

    FD COMP-HIST.
      01 REG-HIST          PIC X(111).

    FD COMP-HIST-OUT.
      01 REG-HIST-OUT      PIC X(111).

    FD LOTE-NRO.
      01 REG-LOTE          PIC X(10).

    FD CTL-LOTE.
      01 REG-CTL-LOTE      PIC X(30).

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

  WORKING-STORAGE SECTION.

    77 FS-HIST       PIC XX.
    77 FS-HIST-OUT   PIC XX.
    77 FS-CICLO      PIC XX.
    77 FS-LOTE       PIC XX.
    77 FS-CTL-LOTE   PIC XX.

    77 FIN-HIST      PIC X    VALUE "N".
    77 FIN-MAN       PIC X    VALUE "N".
    77 FIN-CTL-LOTE  PIC X    VALUE "N".

    77 WS-PARAM-CMD  PIC X(20) VALUE SPACES.

    77 CON-HIST-LEIDOS     PIC 9(9) VALUE ZEROS.
    77 CON-HIST-RECORTADOS PIC 9(9) VALUE ZEROS.
    77 CON-ARCH-REPUESTOS  PIC 9(5) VALUE ZEROS.
    77 CON-ARCH-BORRADOS   PIC 9(5) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE CONTROL DE LA REVERSIÓN: fase pedida, puntos de
*> restauración encontrados (uno por fase) y cuáles se aplican.
*> Se aplica el punto de la fase pedida y los de las fases
*> posteriores tomados después que él; uno anterior es de otra
*> vuelta del ciclo y no se toca.
*> ----------------------------------------------------------
    01 WS-REV-CONTROL.
      05 WS-REV-FASE          PIC 9(1)  VALUE ZEROS.
      05 WS-REV-F             PIC 9(1)  VALUE ZEROS.
      05 WS-REV-ULTIMA        PIC 9(1)  VALUE ZEROS.
      05 WS-REV-APLICADOS     PIC 9(1)  VALUE ZEROS.
      05 WS-REV-ACCION        PIC X(1)  VALUE SPACES.
      05 WS-REV-RC            PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-REV-RC-FIN        PIC X(2)  VALUE SPACES.
      05 WS-REV-MOTIVO        PIC X(60) VALUE SPACES.
      05 WS-REV-NOMBRE-TMP    PIC X(34) VALUE SPACES.
      05 WS-REV-HIST-LINEA    PIC X(111) VALUE SPACES.
      05 WS-REV-LOTE          PIC X(6)  VALUE SPACES.
      05 WS-REV-NOMBRE-CTL    PIC X(30) VALUE SPACES.
      05 WS-REV-C             PIC 9(1)  VALUE ZEROS.
      05 WS-REV-PUNTO OCCURS 8 TIMES.
        10 WS-REV-EXISTE      PIC X     VALUE "N".
        10 WS-REV-APLICA      PIC X     VALUE "N".
        10 WS-REV-PROG        PIC X(17) VALUE SPACES.
        10 WS-REV-SELLO       PIC X(14) VALUE SPACES.
        10 WS-REV-HIST-CANT   PIC 9(9)  VALUE ZEROS.
        10 WS-REV-HIST-ULT    PIC X(111) VALUE SPACES.

*> ----------------------------------------------------------
*> CONTROLES DONDE QUEDA UN LOTE YA TOMADO: los de
*> M6_SIM_P3_RETAC y M6_SIM_P3_CTACTE y lo que dejan en curso
*> si se cortan (control tmp de RETAC, marca de volcado de
*> CTACTE). Todos llevan el lote en las primeras 6 posiciones.
*> ----------------------------------------------------------
    01 WS-CTL-LOTES-DEF.
      05 PIC X(30) VALUE "COMP_RETEN_ACUM_CTL.txt".
      05 PIC X(30) VALUE "COMP_RETEN_ACUM_CTL.txt.tmp".
      05 PIC X(30) VALUE "COMP_CTACTE_CTL.txt".
      05 PIC X(30) VALUE "COMP_CTACTE_PEND.txt".
    01 WS-CTL-LOTES REDEFINES WS-CTL-LOTES-DEF.
      05 WS-CTL-LOTE-NOMBRE   PIC X(30) OCCURS 4 TIMES.

*> ----------------------------------------------------------
*> ÁREA DEL PUNTO DE RESTAURACIÓN DE LA FASE (RESTAURA_Fn.txt),
*> RÉPLICA DEL MISMO LAYOUT QUE GRABAN LOS PROGRAMAS DE FASE.
*> ----------------------------------------------------------
    77 FS-REST-MAN      PIC XX.
    77 FS-REST-ARCH     PIC XX.

    01 WS-RST-CONTROL.
      05 WS-RST-NOMBRE        PIC X(30) VALUE SPACES.
      05 WS-RST-NOMBRE-COPIA  PIC X(45) VALUE SPACES.
      05 WS-RST-NOMBRE-MAN    PIC X(20) VALUE SPACES.

    01 WS-RST-CABECERA.
      05 TI-RST-CAB  PIC X(1)  VALUE "C".
      05 FILLER      PIC X    VALUE "|".
      05 FA-RST-CAB  PIC 9(1).
      05 FILLER      PIC X    VALUE "|".
      05 PG-RST-CAB  PIC X(17).
      05 FILLER      PIC X    VALUE "|".
      05 FE-RST-CAB  PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 HO-RST-CAB  PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 HC-RST-CAB  PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 HU-RST-CAB  PIC X(111).
      05 FILLER      PIC X    VALUE "|".

    01 WS-RST-DETALLE.
      05 TI-RST-DET  PIC X(1)  VALUE "A".
      05 FILLER      PIC X    VALUE "|".
      05 NO-RST-DET  PIC X(30).
      05 FILLER      PIC X    VALUE "|".
      05 PR-RST-DET  PIC X(1).
      05 FILLER      PIC X    VALUE "|".

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
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_REVER".
      05 FILLER      PIC X    VALUE "|".
      05 FA-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-BIT      PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-BIT      PIC X(60).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DEL ESTADO DE CICLO (SÓLO CONSULTA).
*> ----------------------------------------------------------
    01 WS-CICLO-CONTROL.
      05 WS-CIC-EXISTE        PIC X     VALUE "N".
      05 WS-CIC-PROG          PIC X(17) VALUE SPACES.
      05 WS-CIC-ESTADO        PIC X(7)  VALUE SPACES.
      05 WS-CIC-DELETE-RC     PIC 9(9)  COMP-5 VALUE ZEROS.


PROCEDURE DIVISION.

*> ==========================================================
*> SECCIÓN: FASE PEDIDA Y CONTROLES PREVIOS. Hasta la
*> reposición no se modifica ningún archivo del ciclo.
*> ==========================================================

  ACCEPT WS-PARAM-CMD FROM COMMAND-LINE
  IF FUNCTION TRIM(WS-PARAM-CMD) IS NOT NUMERIC
     OR FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM-CMD)) NOT = 1
     OR FUNCTION TRIM(WS-PARAM-CMD) = "0"
     OR FUNCTION TRIM(WS-PARAM-CMD) = "9"
      DISPLAY "Error: parametro invalido '"
              FUNCTION TRIM(WS-PARAM-CMD)
              "' (se indica la fase a revertir, 1 a 8); se aborta."
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF
  MOVE FUNCTION TRIM(WS-PARAM-CMD) TO WS-REV-FASE

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  STRING "FASE " WS-REV-FASE DELIMITED BY SIZE INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  PERFORM VERIFICAR-CICLO-ABIERTO

  PERFORM VARYING WS-REV-F FROM 1 BY 1 UNTIL WS-REV-F > 8
    PERFORM CARGAR-PUNTO
  END-PERFORM

  IF WS-REV-EXISTE(WS-REV-FASE) NOT = "S"
      MOVE SPACES TO WS-REV-MOTIVO
      STRING "SIN PUNTO DE RESTAURACION DE LA FASE " WS-REV-FASE
             DELIMITED BY SIZE
        INTO WS-REV-MOTIVO
      END-STRING
      PERFORM RECHAZAR-REVERSION
  END-IF

  PERFORM VARYING WS-REV-F FROM WS-REV-FASE BY 1 UNTIL WS-REV-F > 8
    IF WS-REV-EXISTE(WS-REV-F) = "S"
       AND WS-REV-SELLO(WS-REV-F) >= WS-REV-SELLO(WS-REV-FASE)
        MOVE "S" TO WS-REV-APLICA(WS-REV-F)
        MOVE WS-REV-F TO WS-REV-ULTIMA
        ADD 1 TO WS-REV-APLICADOS
    END-IF
  END-PERFORM

  MOVE "V" TO WS-REV-ACCION
  PERFORM VARYING WS-REV-F FROM WS-REV-FASE BY 1 UNTIL WS-REV-F > 8
    IF WS-REV-APLICA(WS-REV-F) = "S"
        PERFORM RECORRER-PUNTO
    END-IF
  END-PERFORM

  PERFORM VERIFICAR-HIST

  IF WS-REV-ULTIMA >= 7
      PERFORM VERIFICAR-LOTE-TOMADO
  END-IF

*> ==========================================================
*> SECCIÓN: REPOSICIÓN. De la última fase aplicada hacia la
*> pedida: un archivo que tocaron varias fases termina como
*> estaba en el punto más viejo, que es el de la fase pedida.
*> ==========================================================

  MOVE "R" TO WS-REV-ACCION
  PERFORM VARYING WS-REV-F FROM WS-REV-ULTIMA BY -1
          UNTIL WS-REV-F < WS-REV-FASE
    IF WS-REV-APLICA(WS-REV-F) = "S"
        DISPLAY "Reponiendo el punto de la fase " WS-REV-F " ("
                FUNCTION TRIM(WS-REV-PROG(WS-REV-F)) ", "
                WS-REV-SELLO(WS-REV-F) ")"
        PERFORM RECORRER-PUNTO
    END-IF
  END-PERFORM

  PERFORM RECORTAR-HIST

*>  Los puntos de la fase pedida en adelante ya no describen el
*> estado del ciclo (el de la fase pedida es el estado actual,
*> y la fase se vuelve a tomar al correrla): se borran con sus
*> copias, incluidos los de otra vuelta que no se aplicaron.
  MOVE "B" TO WS-REV-ACCION
  PERFORM VARYING WS-REV-F FROM WS-REV-FASE BY 1 UNTIL WS-REV-F > 8
    IF WS-REV-EXISTE(WS-REV-F) = "S"
        PERFORM RECORRER-PUNTO
        MOVE SPACES TO WS-RST-NOMBRE-MAN
        STRING "RESTAURA_F" WS-REV-F ".txt" DELIMITED BY SIZE
          INTO WS-RST-NOMBRE-MAN
        END-STRING
        CALL "CBL_DELETE_FILE" USING WS-RST-NOMBRE-MAN
          RETURNING WS-REV-RC
    END-IF
  END-PERFORM

  DISPLAY "Ciclo revertido a antes de la fase " WS-REV-FASE ":"
  DISPLAY "  Programa:         " WS-REV-PROG(WS-REV-FASE)
  DISPLAY "  Punto del:        " WS-REV-SELLO(WS-REV-FASE)
  DISPLAY "  Fases revertidas: " WS-REV-APLICADOS
  DISPLAY "  Archivos:         " CON-ARCH-REPUESTOS " repuestos, "
          CON-ARCH-BORRADOS " borrados"
  DISPLAY "  COMP_HIST.txt:    " CON-HIST-RECORTADOS
          " lineas recortadas"
  DISPLAY "---------FIN DE REVERSION---------"

  MOVE "FIN" TO FA-BIT
  MOVE "00"  TO RC-BIT
  MOVE SPACES TO DE-BIT
  STRING "ANTES DE FASE " WS-REV-FASE " ("
         FUNCTION TRIM(WS-REV-PROG(WS-REV-FASE)) ") FASES "
         WS-REV-APLICADOS " HIST -" CON-HIST-RECORTADOS
         DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: ESTADO DE CICLO. Revertir debajo de una corrida en
*> curso la dejaría escribiendo sobre archivos repuestos: con
*> una fase ABIERTA (en curso o cortada) sólo se corre con el
*> marcador de forzado, que se consume igual que en la cadena.
*> ==========================================================

  VERIFICAR-CICLO-ABIERTO.
    OPEN INPUT CICLO-EST
    IF FS-CICLO = "00"
        READ CICLO-EST
          AT END
            CONTINUE
        END-READ
        IF FS-CICLO = "00"
            MOVE "S"    TO WS-CIC-EXISTE
            MOVE PG-CIC TO WS-CIC-PROG
            MOVE ES-CIC TO WS-CIC-ESTADO
        END-IF
        CLOSE CICLO-EST
    END-IF

    IF WS-CIC-EXISTE NOT = "S" OR WS-CIC-ESTADO NOT = "ABIERTO"
        EXIT PARAGRAPH
    END-IF

    CALL "CBL_DELETE_FILE" USING "CICLO_FORZAR.txt"
      RETURNING WS-CIC-DELETE-RC
    IF WS-CIC-DELETE-RC = 0
        DISPLAY "Aviso: corrida FORZADA por operaciones "
                "(CICLO_FORZAR.txt consumido); se revierte con "
                FUNCTION TRIM(WS-CIC-PROG) " ABIERTO."
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Error: " FUNCTION TRIM(WS-CIC-PROG) " figura ABIERTO "
            "en CICLO_ESTADO.txt (corrida en curso o cortada); se "
            "aborta. Si la corrida esta cortada, crear "
            "CICLO_FORZAR.txt para revertir igual."
    MOVE SPACES TO WS-REV-MOTIVO
    STRING FUNCTION TRIM(WS-CIC-PROG) " ABIERTO EN CICLO_ESTADO"
           DELIMITED BY SIZE
      INTO WS-REV-MOTIVO
    END-STRING
    MOVE "12" TO WS-REV-RC-FIN
    PERFORM RECHAZAR-REVERSION.

*> ==========================================================
*> SECCIÓN: PUNTOS DE RESTAURACIÓN. CARGAR-PUNTO lee la
*> cabecera del manifiesto de la fase WS-REV-F; RECORRER-PUNTO
*> recorre sus archivos con la acción de WS-REV-ACCION: V
*> verifica que cada copia esté, R repone (o borra lo que no
*> existía) y B borra las copias.
*> ==========================================================

  CARGAR-PUNTO.
    MOVE SPACES TO WS-RST-NOMBRE-MAN
    STRING "RESTAURA_F" WS-REV-F ".txt" DELIMITED BY SIZE
      INTO WS-RST-NOMBRE-MAN
    END-STRING
    OPEN INPUT REST-MAN
    IF FS-REST-MAN NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ REST-MAN
      AT END
        MOVE SPACES TO REG-REST-MAN
    END-READ
    CLOSE REST-MAN

    MOVE REG-REST-MAN TO WS-RST-CABECERA
    IF TI-RST-CAB NOT = "C" OR FA-RST-CAB IS NOT NUMERIC
       OR FA-RST-CAB NOT = WS-REV-F OR HC-RST-CAB IS NOT NUMERIC
        DISPLAY "Aviso: " FUNCTION TRIM(WS-RST-NOMBRE-MAN)
                " no tiene una cabecera valida; se ignora."
        EXIT PARAGRAPH
    END-IF
    MOVE "S"        TO WS-REV-EXISTE(WS-REV-F)
    MOVE PG-RST-CAB TO WS-REV-PROG(WS-REV-F)
    MOVE SPACES     TO WS-REV-SELLO(WS-REV-F)
    STRING FE-RST-CAB HO-RST-CAB DELIMITED BY SIZE
      INTO WS-REV-SELLO(WS-REV-F)
    END-STRING
    MOVE HC-RST-CAB TO WS-REV-HIST-CANT(WS-REV-F)
    MOVE HU-RST-CAB TO WS-REV-HIST-ULT(WS-REV-F).

  RECORRER-PUNTO.
    MOVE SPACES TO WS-RST-NOMBRE-MAN
    STRING "RESTAURA_F" WS-REV-F ".txt" DELIMITED BY SIZE
      INTO WS-RST-NOMBRE-MAN
    END-STRING
    OPEN INPUT REST-MAN
    IF FS-REST-MAN NOT = "00"
        MOVE SPACES TO WS-REV-MOTIVO
        STRING "NO SE PUDO LEER " WS-RST-NOMBRE-MAN
               DELIMITED BY SIZE
          INTO WS-REV-MOTIVO
        END-STRING
        PERFORM RECHAZAR-REVERSION
    END-IF
    MOVE "N" TO FIN-MAN
    PERFORM UNTIL FIN-MAN = "1"
      READ REST-MAN
        AT END
          MOVE "1" TO FIN-MAN
        NOT AT END
          IF REG-REST-MAN(1:1) = "A"
              MOVE REG-REST-MAN TO WS-RST-DETALLE
              PERFORM PROCESAR-ARCHIVO-PUNTO
          END-IF
      END-READ
    END-PERFORM
    CLOSE REST-MAN.

  PROCESAR-ARCHIVO-PUNTO.
    MOVE NO-RST-DET TO WS-RST-NOMBRE
    MOVE SPACES TO WS-RST-NOMBRE-COPIA
    STRING "RESTAURA_F" WS-REV-F "_"
           FUNCTION TRIM(WS-RST-NOMBRE) DELIMITED BY SIZE
      INTO WS-RST-NOMBRE-COPIA
    END-STRING

    EVALUATE WS-REV-ACCION
      WHEN "V"
        IF PR-RST-DET = "S"
            MOVE WS-RST-NOMBRE-COPIA TO WS-RST-NOMBRE
            OPEN INPUT REST-ARCH
            IF FS-REST-ARCH NOT = "00"
                CLOSE REST-MAN
                MOVE SPACES TO WS-REV-MOTIVO
                STRING "FALTA LA COPIA " WS-RST-NOMBRE-COPIA
                       DELIMITED BY SIZE
                  INTO WS-REV-MOTIVO
                END-STRING
                PERFORM RECHAZAR-REVERSION
            END-IF
            CLOSE REST-ARCH
        END-IF
      WHEN "R"
        PERFORM REPONER-ARCHIVO
      WHEN "B"
        IF PR-RST-DET = "S"
            CALL "CBL_DELETE_FILE" USING WS-RST-NOMBRE-COPIA
              RETURNING WS-REV-RC
        END-IF
    END-EVALUATE.

*>  Se copia a tmp y se renombra, como todo archivo del ciclo:
*>  un corte en el medio deja el original o el repuesto, nunca
*>  uno a medio copiar. Lo que no existía en el punto se borra.
  REPONER-ARCHIVO.
    IF PR-RST-DET NOT = "S"
        CALL "CBL_DELETE_FILE" USING WS-RST-NOMBRE
          RETURNING WS-REV-RC
        IF WS-REV-RC = 0
            ADD 1 TO CON-ARCH-BORRADOS
            DISPLAY "  " FUNCTION TRIM(WS-RST-NOMBRE)
                    ": no existia, se borra"
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-REV-NOMBRE-TMP
    STRING FUNCTION TRIM(WS-RST-NOMBRE) ".tmp" DELIMITED BY SIZE
      INTO WS-REV-NOMBRE-TMP
    END-STRING
    CALL "CBL_COPY_FILE" USING WS-RST-NOMBRE-COPIA
                                WS-REV-NOMBRE-TMP
      RETURNING WS-REV-RC
    IF WS-REV-RC = 0
        CALL "CBL_RENAME_FILE" USING WS-REV-NOMBRE-TMP
                                      WS-RST-NOMBRE
          RETURNING WS-REV-RC
    END-IF
    IF WS-REV-RC NOT = 0
        DISPLAY "Error al reponer " FUNCTION TRIM(WS-RST-NOMBRE)
                " desde " FUNCTION TRIM(WS-RST-NOMBRE-COPIA)
                ", RC=" WS-REV-RC "; volver a correr la reversion "
                "para completarla."
        CLOSE REST-MAN
        MOVE SPACES TO WS-REV-MOTIVO
        STRING "REPOSICION INCOMPLETA EN " WS-RST-NOMBRE
               DELIMITED BY SIZE
          INTO WS-REV-MOTIVO
        END-STRING
        PERFORM RECHAZAR-REVERSION
    END-IF
    ADD 1 TO CON-ARCH-REPUESTOS
    DISPLAY "  " FUNCTION TRIM(WS-RST-NOMBRE) ": repuesto".

*> ==========================================================
*> SECCIÓN: MAESTRO HISTÓRICO. COMP_HIST.txt sólo crece, así
*> que lo que agregó la fase (y las siguientes) son las líneas
*> posteriores a las que tenía en el punto. Antes de recortar
*> se comprueba que esas líneas sigan ahí: si el cierre mensual
*> (M6_SIM_P3_HCIERRE) lo particionó en el medio, el recuento
*> ya no sirve y no se toca nada.
*> ==========================================================

  VERIFICAR-HIST.
    MOVE ZEROS TO CON-HIST-LEIDOS
    MOVE SPACES TO WS-REV-HIST-LINEA
    OPEN INPUT COMP-HIST
    IF FS-HIST = "00"
        MOVE "N" TO FIN-HIST
        PERFORM UNTIL FIN-HIST = "1"
          READ COMP-HIST
            AT END
              MOVE "1" TO FIN-HIST
            NOT AT END
              ADD 1 TO CON-HIST-LEIDOS
              IF CON-HIST-LEIDOS = WS-REV-HIST-CANT(WS-REV-FASE)
                  MOVE REG-HIST TO WS-REV-HIST-LINEA
              END-IF
          END-READ
        END-PERFORM
        CLOSE COMP-HIST
    END-IF

    IF CON-HIST-LEIDOS < WS-REV-HIST-CANT(WS-REV-FASE)
       OR WS-REV-HIST-LINEA NOT = WS-REV-HIST-ULT(WS-REV-FASE)
        DISPLAY "Error: COMP_HIST.txt tiene " CON-HIST-LEIDOS
                " lineas y ya no contiene las "
                WS-REV-HIST-CANT(WS-REV-FASE) " del punto de "
                "restauracion (cierre mensual en el medio?); no se "
                "revierte nada."
        MOVE "COMP_HIST NO COINCIDE CON EL PUNTO DE RESTAURACION"
          TO WS-REV-MOTIVO
        PERFORM RECHAZAR-REVERSION
    END-IF
    COMPUTE CON-HIST-RECORTADOS =
            CON-HIST-LEIDOS - WS-REV-HIST-CANT(WS-REV-FASE).

  RECORTAR-HIST.
    IF CON-HIST-RECORTADOS = 0
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT COMP-HIST
    IF FS-HIST NOT = "00"
        DISPLAY "Error al abrir COMP_HIST.txt, FILE STATUS: " FS-HIST
        MOVE "NO SE PUDO RECORTAR COMP_HIST" TO WS-REV-MOTIVO
        PERFORM RECHAZAR-REVERSION
    END-IF
    OPEN OUTPUT COMP-HIST-OUT
    IF FS-HIST-OUT NOT = "00"
        DISPLAY "Error al crear COMP_HIST.txt.tmp, FILE STATUS: "
                FS-HIST-OUT
        CLOSE COMP-HIST
        MOVE "NO SE PUDO RECORTAR COMP_HIST" TO WS-REV-MOTIVO
        PERFORM RECHAZAR-REVERSION
    END-IF

    MOVE ZEROS TO CON-HIST-LEIDOS
    MOVE "N" TO FIN-HIST
    PERFORM UNTIL FIN-HIST = "1"
      READ COMP-HIST
        AT END
          MOVE "1" TO FIN-HIST
        NOT AT END
          ADD 1 TO CON-HIST-LEIDOS
          IF CON-HIST-LEIDOS > WS-REV-HIST-CANT(WS-REV-FASE)
              MOVE "1" TO FIN-HIST
          ELSE
              MOVE REG-HIST TO REG-HIST-OUT
              WRITE REG-HIST-OUT
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-HIST COMP-HIST-OUT

    CALL "CBL_RENAME_FILE" USING "COMP_HIST.txt.tmp" "COMP_HIST.txt"
      RETURNING WS-REV-RC
    IF WS-REV-RC NOT = 0
        DISPLAY "Error al reponer COMP_HIST.txt, RC=" WS-REV-RC
        MOVE "NO SE PUDO RECORTAR COMP_HIST" TO WS-REV-MOTIVO
        PERFORM RECHAZAR-REVERSION
    END-IF.

*> ==========================================================
*> SECCIÓN: LOTE PUBLICADO. Revertir la exportación (fase 7)
*> repone COMP_LOTE_NRO.txt y la nueva exportación vuelve a
*> usar el número del lote revertido; revertir el acuse (fase
*> 8) lo vuelve a acusar con el mismo número. RETAC y CTACTE
*> toman cada lote una sola vez: si ya tomaron éste, el lote
*> nuevo quedaría sin acumular ni volcar, así que no se
*> revierte nada.
*> ==========================================================

  VERIFICAR-LOTE-TOMADO.
    OPEN INPUT LOTE-NRO
    IF FS-LOTE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ LOTE-NRO
      AT END
        MOVE SPACES TO REG-LOTE
    END-READ
    CLOSE LOTE-NRO
    IF REG-LOTE(1:6) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE REG-LOTE(1:6) TO WS-REV-LOTE

    PERFORM VARYING WS-REV-C FROM 1 BY 1 UNTIL WS-REV-C > 4
      MOVE WS-CTL-LOTE-NOMBRE(WS-REV-C) TO WS-REV-NOMBRE-CTL
      PERFORM BUSCAR-LOTE-EN-CONTROL
    END-PERFORM.

  BUSCAR-LOTE-EN-CONTROL.
    OPEN INPUT CTL-LOTE
    IF FS-CTL-LOTE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO FIN-CTL-LOTE
    PERFORM UNTIL FIN-CTL-LOTE = "1"
      READ CTL-LOTE
        AT END
          MOVE "1" TO FIN-CTL-LOTE
        NOT AT END
          IF REG-CTL-LOTE(1:6) = WS-REV-LOTE
              CLOSE CTL-LOTE
              DISPLAY "Error: el lote " WS-REV-LOTE " ya figura en "
                      FUNCTION TRIM(WS-REV-NOMBRE-CTL) "; revertido, "
                      "se volveria a publicar con el mismo numero y "
                      "RETAC/CTACTE lo saltearian. No se revierte "
                      "nada."
              MOVE SPACES TO WS-REV-MOTIVO
              STRING "LOTE " WS-REV-LOTE " YA TOMADO EN "
                     WS-REV-NOMBRE-CTL DELIMITED BY SIZE
                INTO WS-REV-MOTIVO
              END-STRING
              PERFORM RECHAZAR-REVERSION
          END-IF
      END-READ
    END-PERFORM
    CLOSE CTL-LOTE.

*> ==========================================================
*> SECCIÓN: RECHAZO. Antes de la reposición no se tocó nada;
*> durante la reposición los puntos siguen en su lugar y la
*> misma reversión se puede volver a correr.
*> ==========================================================

  RECHAZAR-REVERSION.
    IF WS-REV-RC-FIN = SPACES
        MOVE "08" TO WS-REV-RC-FIN
    END-IF
    DISPLAY "Error: reversion rechazada: "
            FUNCTION TRIM(WS-REV-MOTIVO) "."
    MOVE "FIN" TO FA-BIT
    MOVE WS-REV-RC-FIN TO RC-BIT
    MOVE WS-REV-MOTIVO TO DE-BIT
    PERFORM GRABAR-BITACORA
    IF WS-REV-RC-FIN = "12"
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

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
