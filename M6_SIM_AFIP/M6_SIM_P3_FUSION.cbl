*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_FUSION
*> PURPOSE    : Fusión de la clasificación particionada: junta las salidas
*>              de cada M6_SIM_P3_ANSES PARTICION nn (COMP_OK/ER/PE/NC,
*>              COMP_ER.csv, COMP_MONEDA y el histórico de cada partición)
*>              y las vuelve a poner en el orden del lote con el índice
*>              de secuencia que graba cada instancia, de modo que
*>              COMP_OK/ER/PE/NC.txt, COMP_ER.csv, COMP_MONEDA.txt, las
*>              líneas agregadas a COMP_HIST.txt y la línea de
*>              COMP_RESUMEN.txt queden idénticas a las de una sola
*>              corrida de ANSES sobre el lote completo. Cierra la fase 1
*>              del ciclo que abrió M6_SIM_P3_PARTI: para CUADRA y el resto
*>              de la cadena la diferencia no existe. Una fusión cortada
*>              después de empezar a grabar no se retoma (ya agregó a
*>              COMP_HIST y COMP_RESUMEN): se revierte la fase 1 con
*>              M6_SIM_P3_REVER 1 y se vuelve a correr el particionado.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_FUSION.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Control del reparto (ver el comentario de COMP-PART-CTL en
*>  M6_SIM_P3_PARTI): cuántas particiones hay y cuántos
*>  registros tiene que haber clasificado cada una.
    SELECT COMP-PART-CTL ASSIGN TO "COMP_PARTICION_CTL.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PART-CTL.

*>  Salidas de una partición (ver el comentario de COMP-PART en
*>  M6_SIM_P3_ANSES). Un solo juego de FD con nombre dinámico
*>  alcanza porque las particiones se leen de a una; el índice
*>  COMP_IDX_Pnn.txt va a la par del histórico de la partición
*>  (una línea por registro clasificado) y da la secuencia en el
*>  lote de cada salida.
    SELECT PAR-IDX ASSIGN DYNAMIC WS-NOMBRE-PIDX
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PIDX.

    SELECT PAR-HIST ASSIGN DYNAMIC WS-NOMBRE-PHIST
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PHIST.

    SELECT PAR-OK ASSIGN DYNAMIC WS-NOMBRE-POK
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-POK.

    SELECT PAR-ER ASSIGN DYNAMIC WS-NOMBRE-PER
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PER.

    SELECT PAR-PE ASSIGN DYNAMIC WS-NOMBRE-PPE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PPE.

    SELECT PAR-NC ASSIGN DYNAMIC WS-NOMBRE-PNC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PNC.

    SELECT PAR-CSV ASSIGN DYNAMIC WS-NOMBRE-PCSV
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PCSV.

    SELECT PAR-MON ASSIGN DYNAMIC WS-NOMBRE-PMON
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PMON.

    SELECT ORDEN-FUSION ASSIGN TO "SORTWK".

*>  Salidas del ciclo: las mismas que graba M6_SIM_P3_ANSES en
*>  una corrida normal (ver sus comentarios en FILE-CONTROL).
    SELECT COMP-OK ASSIGN TO "COMP_OK.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-OK.

    SELECT COMP-ER ASSIGN TO "COMP_ER.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ER.

    SELECT COMP-PE ASSIGN TO "COMP_PE.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PE.

    SELECT COMP-NC ASSIGN TO "COMP_NC.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-NC.

    SELECT COMP-ER-CSV ASSIGN TO "COMP_ER.csv"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ER-CSV.

    SELECT COMP-MONEDA ASSIGN TO "COMP_MONEDA.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-MONEDA.

    SELECT COMP-HIST ASSIGN TO "COMP_HIST.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-HIST.

    SELECT COMP-RESUMEN ASSIGN TO "COMP_RESUMEN.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-RESUMEN.

    SELECT COMP-ER-DEF-DIA ASSIGN TO "COMP_ER_DEF_DIA.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ER-DEF-DIA.

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.

*>  Estado de ciclo de la cadena (ver el comentario de
*>  CICLO-EST en M6_SIM_P3_ANSES). La fusión sólo corre sobre un
*>  ciclo que abrió M6_SIM_P3_PARTI (o sobre una fusión propia
*>  cortada) y lo cierra como lo cierra ANSES: fase 1.
    SELECT CICLO-EST ASSIGN TO "CICLO_ESTADO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO.

    SELECT CICLO-EST-OUT ASSIGN TO "CICLO_ESTADO.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO-OUT.


DATA DIVISION.
  FILE SECTION.

    FD COMP-PART-CTL.
      01 REG-PART-CTL.
        05 PP-CTL    PIC X(2).
        05 FILLER    PIC X    VALUE "|".
        05 DE-CTL    PIC 9(11).
        05 FILLER    PIC X    VALUE "|".
        05 HA-CTL    PIC 9(11).
        05 FILLER    PIC X    VALUE "|".
        05 CA-CTL    PIC 9(9).
        05 FILLER    PIC X    VALUE "|".

    FD PAR-IDX.
      01 REG-PIDX.
        05 SQ-PIDX   PIC 9(9).
        05 FILLER    PIC X    VALUE "|".
        05 NC-PIDX   PIC X(13).
        05 FILLER    PIC X    VALUE "|".
        05 EX-PIDX   PIC X(1).
        05 FILLER    PIC X    VALUE "|".

    FD PAR-HIST.
      01 REG-PHIST.
        05 FH-PHIST  PIC X(8).
        05 FILLER    PIC X    VALUE "|".
        05 OR-PHIST  PIC X(20).
        05 FILLER    PIC X    VALUE "|".
        05 NC-PHIST  PIC X(13).
        05 FILLER    PIC X(45).
        05 DE-PHIST  PIC X(2).
        05 FILLER    PIC X(21).

    FD PAR-OK.
      01 REG-POK           PIC X(58).

    FD PAR-ER.
      01 REG-PER.
        05 NC-PER    PIC X(13).
        05 FILLER    PIC X(61).
        05 FILLER    PIC X.
        05 CO-PER    PIC 9(3).

    FD PAR-PE.
      01 REG-PPE           PIC X(58).

    FD PAR-NC.
      01 REG-PNC           PIC X(57).

    FD PAR-CSV.
      01 REG-PCSV          PIC X(150).

    FD PAR-MON.
      01 REG-PMON          PIC X(53).

*>  Orden de la fusión: la secuencia del registro en el lote y,
*>  dentro de ella, el tipo de salida (1 histórico, 2 OK, 3 ER,
*>  4 PE, 5 NC, 6 CSV de errores, 7 moneda). Cada salida
*>  termina en su archivo en el mismo orden relativo que en la
*>  corrida única.
    SD ORDEN-FUSION.
      01 REG-SRT.
        05 SQ-SRT    PIC 9(9).
        05 TP-SRT    PIC 9(1).
        05 DA-SRT    PIC X(150).

    FD COMP-OK.
      01 REG-OK            PIC X(58).

    FD COMP-ER.
      01 REG-ER            PIC X(78).

    FD COMP-PE.
      01 REG-PE            PIC X(58).

    FD COMP-NC.
      01 REG-NC            PIC X(57).

    FD COMP-ER-CSV.
      01 REG-ER-CSV        PIC X(150).

    FD COMP-MONEDA.
      01 REG-MONEDA        PIC X(53).

    FD COMP-HIST.
      01 REG-HIST          PIC X(111).

    FD COMP-RESUMEN.
      01 REG-RESUMEN       PIC X(200).

    FD COMP-ER-DEF-DIA.
      01 REG-ER-DEF-DIA    PIC X(78).

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

    77 FS-PART-CTL   PIC XX.
    77 FS-PIDX       PIC XX.
    77 FS-PHIST      PIC XX.
    77 FS-POK        PIC XX.
    77 FS-PER        PIC XX.
    77 FS-PPE        PIC XX.
    77 FS-PNC        PIC XX.
    77 FS-PCSV       PIC XX.
    77 FS-PMON       PIC XX.
    77 FS-OK         PIC XX.
    77 FS-ER         PIC XX.
    77 FS-PE         PIC XX.
    77 FS-NC         PIC XX.
    77 FS-ER-CSV     PIC XX.
    77 FS-MONEDA     PIC XX.
    77 FS-HIST       PIC XX.
    77 FS-RESUMEN    PIC XX.
    77 FS-ER-DEF-DIA PIC XX.

    77 FIN-PART-CTL  PIC X    VALUE "N".
    77 FIN-PIDX      PIC X    VALUE "N".
    77 FIN-SORT      PIC X    VALUE "N".

*> ----------------------------------------------------------
*> CONTADORES DE LA CORRIDA: LOS MISMOS QUE ACUMULA
*> M6_SIM_P3_ANSES, RECONTADOS DESDE LAS SALIDAS DE LAS
*> PARTICIONES PARA ARMAR LA LÍNEA DE COMP_RESUMEN.
*> ----------------------------------------------------------
    77 CON-IN        PIC 9(6) VALUE ZEROS.
    77 CON-OK        PIC 9(6) VALUE ZEROS.
    77 CON-ER        PIC 9(6) VALUE ZEROS.

    77 CON-ER-NC     PIC 9(6) VALUE ZEROS.
    77 CON-ER-FA     PIC 9(6) VALUE ZEROS.
    77 CON-ER-CT     PIC 9(6) VALUE ZEROS.
    77 CON-ER-TO     PIC 9(6) VALUE ZEROS.
    77 CON-ER-IE     PIC 9(6) VALUE ZEROS.
    77 CON-ER-EO     PIC 9(6) VALUE ZEROS.
    77 CON-ER-FI     PIC 9(6) VALUE ZEROS.
    77 CON-ER-IF     PIC 9(6) VALUE ZEROS.
    77 CON-ER-IL     PIC 9(6) VALUE ZEROS.
    77 CON-ER-DU     PIC 9(6) VALUE ZEROS.
    77 CON-ER-TR     PIC 9(6) VALUE ZEROS.
    77 CON-ER-CI     PIC 9(6) VALUE ZEROS.
    77 CON-ER-CH     PIC 9(6) VALUE ZEROS.
    77 CON-ER-NO     PIC 9(6) VALUE ZEROS.
    77 CON-ER-NI     PIC 9(6) VALUE ZEROS.
    77 CON-ER-MO     PIC 9(6) VALUE ZEROS.
    77 CON-ER-SC     PIC 9(6) VALUE ZEROS.
    77 CON-NC-AC     PIC 9(6) VALUE ZEROS.
    77 CON-PE        PIC 9(6) VALUE ZEROS.

    77 CON-MONEDA    PIC 9(9) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DEL REPARTO: UNA ENTRADA POR PARTICIÓN CON LOS
*> REGISTROS QUE DECLARA EL CONTROL Y LOS QUE SE LEYERON.
*> ----------------------------------------------------------
    01 WS-FUSION-CONTROL.
      05 WS-FUS-CANT          PIC 9(2)   VALUE ZEROS.
      05 WS-FUS-MAX           PIC 9(2)   VALUE 20.
      05 WS-FUS-IDX           PIC 9(2)   VALUE ZEROS.
      05 WS-FUS-PAR           PIC X(2)   VALUE SPACES.
      05 WS-FUS-LEIDOS        PIC 9(9)   VALUE ZEROS.
      05 WS-FUS-MOTIVO        PIC X(40)  VALUE SPACES.
      05 WS-FUS-NC            PIC X(13)  VALUE SPACES.
      05 WS-FUS-TABLA OCCURS 20 TIMES.
        10 WS-FUS-NRO         PIC X(2).
        10 WS-FUS-ESPERADOS   PIC 9(9).

    77 WS-NOMBRE-PIDX    PIC X(30)  VALUE SPACES.
    77 WS-NOMBRE-PHIST   PIC X(30)  VALUE SPACES.
    77 WS-NOMBRE-POK     PIC X(30)  VALUE SPACES.
    77 WS-NOMBRE-PER     PIC X(30)  VALUE SPACES.
    77 WS-NOMBRE-PPE     PIC X(30)  VALUE SPACES.
    77 WS-NOMBRE-PNC     PIC X(30)  VALUE SPACES.
    77 WS-NOMBRE-PCSV    PIC X(30)  VALUE SPACES.
    77 WS-NOMBRE-PMON    PIC X(30)  VALUE SPACES.

    77 WS-DELETE-RC      PIC 9(9)   COMP-5 VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LA LÍNEA DE RESUMEN DE CORRIDA (MISMO
*> FORMATO QUE M6_SIM_P3_ANSES/GRABAR-RESUMEN).
*> ----------------------------------------------------------
    01 WS-FECHA-CORRIDA     PIC X(8).
    01 WS-LINEA-RESUMEN     PIC X(200).

*> ----------------------------------------------------------
*> ÁREA DE LA BITÁCORA COMÚN DE EJECUCIÓN (COMP_LOG.txt), MISMO
*> LAYOUT EN TODOS LOS PROGRAMAS DE LA CADENA.
*> ----------------------------------------------------------
    77 FS-BITAC             PIC XX.

    01 WS-REG-BITAC.
      05 FB-BIT      PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 HB-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_FUSION".
      05 FILLER      PIC X    VALUE "|".
      05 FA-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-BIT      PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-BIT      PIC X(60).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DEL ESTADO DE CICLO (CICLO_ESTADO.txt). La fase propia
*> es la 1, la de ANSES, y al cerrarla se pisa con 1 igual que
*> ANSES: el ciclo arranca de nuevo.
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
      05 WS-CIC-FASE-PROPIA   PIC 9(1)  VALUE 1.
      05 WS-CIC-RC-FIN        PIC X(2)  VALUE SPACES.
      05 WS-CIC-DELETE-RC     PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-CIC-RENAME-RC     PIC 9(9)  COMP-5 VALUE ZEROS.

    01 WS-REG-CICLO.
      05 UL-CIC-WS   PIC 9(1).
      05 FILLER      PIC X    VALUE "|".
      05 PG-CIC-WS   PIC X(17) VALUE "M6_SIM_P3_FUSION".
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
*> SECCIÓN: INICIALIZACIÓN Y CONTROL DE SECUENCIA.
*> ==========================================================

  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  PERFORM GRABAR-BITACORA

  PERFORM VERIFICAR-CICLO

  PERFORM CARGAR-CONTROL-REPARTO

*> ==========================================================
*> SECCIÓN: FUSIÓN. El procedimiento de entrada lee y verifica
*> TODAS las particiones antes de que el de salida abra (y
*> trunque) una sola salida del ciclo: una partición incompleta
*> o desalineada corta la fusión con el ciclo vigente intacto.
*> ==========================================================

  SORT ORDEN-FUSION
       ON ASCENDING KEY SQ-SRT TP-SRT
       INPUT PROCEDURE  IS LEER-PARTICIONES
       OUTPUT PROCEDURE IS GRABAR-SALIDAS

  PERFORM GRABAR-RESUMEN
  CLOSE COMP-RESUMEN

*>  Igual que al terminar ANSES: un checkpoint de una corrida
*>  única anterior ya no corresponde al ciclo recién abierto.
  CALL "CBL_DELETE_FILE" USING "COMP_CHECKPOINT.txt"
    RETURNING WS-DELETE-RC

  MOVE "00" TO WS-CIC-RC-FIN
  PERFORM ESTAMPAR-CICLO-FIN

*>  Las salidas de las particiones ya están consolidadas: se
*>  borran para que nadie las vuelva a fusionar sobre el ciclo
*>  siguiente.
  PERFORM BORRAR-TRABAJO-PARTICIONES

*> ==========================================================
*> SECCIÓN: MENSAJES A MOSTRAR EN PANTALLA Y BITÁCORA.
*> ==========================================================

  DISPLAY "Particiones fusionadas:       " WS-FUS-CANT
  DISPLAY "Total de registros leidos:    " CON-IN
  DISPLAY "Total de registros correctos: " CON-OK
  DISPLAY "Total de registros erroneos:  " CON-ER
  DISPLAY "Total de registros pendientes:" CON-PE
  DISPLAY "Notas de credito aceptadas:   " CON-NC-AC
  DISPLAY "Detalles de moneda:           " CON-MONEDA
  DISPLAY "---------FIN DE PROCESO---------"

  MOVE "FIN" TO FA-BIT
  MOVE "00"  TO RC-BIT
  MOVE SPACES TO DE-BIT
  STRING "LEIDOS " CON-IN " OK " CON-OK " ER " CON-ER
         " PE " CON-PE " NC " CON-NC-AC DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: CONTROL DEL REPARTO.
*> ==========================================================

  CARGAR-CONTROL-REPARTO.
    OPEN INPUT COMP-PART-CTL
    IF FS-PART-CTL NOT = "00"
        DISPLAY "Error: falta el control del reparto "
                "(COMP_PARTICION_CTL.txt), FILE STATUS: " FS-PART-CTL
                "; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-PART-CTL
    PERFORM UNTIL FIN-PART-CTL = "1"
      READ COMP-PART-CTL
        AT END
          MOVE "1" TO FIN-PART-CTL
        NOT AT END
          IF WS-FUS-CANT >= WS-FUS-MAX
              DISPLAY "Error: COMP_PARTICION_CTL.txt trae mas de "
                      WS-FUS-MAX " particiones; se aborta."
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF
          ADD 1 TO WS-FUS-CANT
          MOVE PP-CTL TO WS-FUS-NRO(WS-FUS-CANT)
          MOVE CA-CTL TO WS-FUS-ESPERADOS(WS-FUS-CANT)
      END-READ
    END-PERFORM
    CLOSE COMP-PART-CTL

    IF WS-FUS-CANT = 0
        DISPLAY "Error: COMP_PARTICION_CTL.txt no declara ninguna "
                "particion; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ==========================================================
*> SECCIÓN: PROCEDIMIENTO DE ENTRADA. Por cada partición se
*> recorre el índice y, por cada registro, se toma la línea
*> siguiente del histórico de la partición (que dice a qué
*> salida fue) y la línea siguiente de esa salida; si el
*> registro era extendido y quedó aceptado (OK, PE o NC), la
*> siguiente de moneda, tal como las graba ANSES. Cualquier
*> faltante, sobrante o NC que no coincida invalida la
*> partición.
*> ==========================================================

  LEER-PARTICIONES.
    PERFORM LEER-UNA-PARTICION
      VARYING WS-FUS-IDX FROM 1 BY 1
      UNTIL WS-FUS-IDX > WS-FUS-CANT.

  LEER-UNA-PARTICION.
    MOVE WS-FUS-NRO(WS-FUS-IDX) TO WS-FUS-PAR
    PERFORM ARMAR-NOMBRES-PARTICION

    OPEN INPUT PAR-IDX PAR-HIST PAR-OK PAR-ER PAR-PE PAR-NC
               PAR-CSV PAR-MON
    IF FS-PIDX NOT = "00" OR FS-PHIST NOT = "00"
       OR FS-POK NOT = "00" OR FS-PER NOT = "00"
       OR FS-PPE NOT = "00" OR FS-PNC NOT = "00"
       OR FS-PCSV NOT = "00" OR FS-PMON NOT = "00"
        MOVE "faltan salidas de la particion" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-IF

    MOVE ZEROS TO WS-FUS-LEIDOS
    MOVE "N"   TO FIN-PIDX
    PERFORM UNTIL FIN-PIDX = "1"
      READ PAR-IDX
        AT END
          MOVE "1" TO FIN-PIDX
        NOT AT END
          ADD 1 TO WS-FUS-LEIDOS
          ADD 1 TO CON-IN
          PERFORM FUSIONAR-REGISTRO
      END-READ
    END-PERFORM

    IF WS-FUS-LEIDOS NOT = WS-FUS-ESPERADOS(WS-FUS-IDX)
        MOVE "clasificacion incompleta" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-IF

    PERFORM VERIFICAR-FIN-PARTICION

    CLOSE PAR-IDX PAR-HIST PAR-OK PAR-ER PAR-PE PAR-NC
          PAR-CSV PAR-MON.

  FUSIONAR-REGISTRO.
    READ PAR-HIST
      AT END
        MOVE "historico incompleto" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-READ
    IF NC-PHIST NOT = NC-PIDX
        MOVE "historico desalineado" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-IF
    MOVE NC-PIDX   TO WS-FUS-NC
    MOVE SQ-PIDX   TO SQ-SRT
    MOVE 1         TO TP-SRT
    MOVE REG-PHIST TO DA-SRT
    RELEASE REG-SRT

    EVALUATE DE-PHIST
      WHEN "OK"
        READ PAR-OK
          AT END
            MOVE "COMP_OK incompleto" TO WS-FUS-MOTIVO
            PERFORM ABORTAR-FUSION
        END-READ
        IF REG-POK(1:13) NOT = WS-FUS-NC
            MOVE "COMP_OK desalineado" TO WS-FUS-MOTIVO
            PERFORM ABORTAR-FUSION
        END-IF
        MOVE 2       TO TP-SRT
        MOVE REG-POK TO DA-SRT
        RELEASE REG-SRT
        ADD 1 TO CON-OK
        PERFORM FUSIONAR-MONEDA

      WHEN "ER"
        READ PAR-ER
          AT END
            MOVE "COMP_ER incompleto" TO WS-FUS-MOTIVO
            PERFORM ABORTAR-FUSION
        END-READ
        IF NC-PER NOT = WS-FUS-NC
            MOVE "COMP_ER desalineado" TO WS-FUS-MOTIVO
            PERFORM ABORTAR-FUSION
        END-IF
        MOVE 3       TO TP-SRT
        MOVE REG-PER TO DA-SRT
        RELEASE REG-SRT
        ADD 1 TO CON-ER
        PERFORM CONTAR-MOTIVO-ER

        READ PAR-CSV
          AT END
            MOVE "COMP_ER.csv incompleto" TO WS-FUS-MOTIVO
            PERFORM ABORTAR-FUSION
        END-READ
        MOVE 6        TO TP-SRT
        MOVE REG-PCSV TO DA-SRT
        RELEASE REG-SRT

      WHEN "PE"
        READ PAR-PE
          AT END
            MOVE "COMP_PE incompleto" TO WS-FUS-MOTIVO
            PERFORM ABORTAR-FUSION
        END-READ
        IF REG-PPE(1:13) NOT = WS-FUS-NC
            MOVE "COMP_PE desalineado" TO WS-FUS-MOTIVO
            PERFORM ABORTAR-FUSION
        END-IF
        MOVE 4       TO TP-SRT
        MOVE REG-PPE TO DA-SRT
        RELEASE REG-SRT
        ADD 1 TO CON-PE
        PERFORM FUSIONAR-MONEDA

      WHEN "NC"
        READ PAR-NC
          AT END
            MOVE "COMP_NC incompleto" TO WS-FUS-MOTIVO
            PERFORM ABORTAR-FUSION
        END-READ
        IF REG-PNC(1:13) NOT = WS-FUS-NC
            MOVE "COMP_NC desalineado" TO WS-FUS-MOTIVO
            PERFORM ABORTAR-FUSION
        END-IF
        MOVE 5       TO TP-SRT
        MOVE REG-PNC TO DA-SRT
        RELEASE REG-SRT
        ADD 1 TO CON-NC-AC
        PERFORM FUSIONAR-MONEDA

      WHEN OTHER
        MOVE "destino desconocido en el historico" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-EVALUATE.

  FUSIONAR-MONEDA.
    IF EX-PIDX NOT = "S"
        EXIT PARAGRAPH
    END-IF
    READ PAR-MON
      AT END
        MOVE "COMP_MONEDA incompleto" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-READ
    IF REG-PMON(1:13) NOT = WS-FUS-NC
        MOVE "COMP_MONEDA desalineado" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-IF
    MOVE 7        TO TP-SRT
    MOVE REG-PMON TO DA-SRT
    RELEASE REG-SRT
    ADD 1 TO CON-MONEDA.

*> ----------------------------------------------------------
*> VERIFICAR-FIN-PARTICION: agotado el índice, ninguna otra
*> salida de la partición puede tener líneas de más (serían de
*> una corrida anterior de la partición o de otro reparto).
*> ----------------------------------------------------------
  VERIFICAR-FIN-PARTICION.
    READ PAR-HIST
      NOT AT END
        MOVE "historico con lineas de mas" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-READ
    READ PAR-OK
      NOT AT END
        MOVE "COMP_OK con lineas de mas" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-READ
    READ PAR-ER
      NOT AT END
        MOVE "COMP_ER con lineas de mas" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-READ
    READ PAR-PE
      NOT AT END
        MOVE "COMP_PE con lineas de mas" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-READ
    READ PAR-NC
      NOT AT END
        MOVE "COMP_NC con lineas de mas" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-READ
    READ PAR-CSV
      NOT AT END
        MOVE "COMP_ER.csv con lineas de mas" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-READ
    READ PAR-MON
      NOT AT END
        MOVE "COMP_MONEDA con lineas de mas" TO WS-FUS-MOTIVO
        PERFORM ABORTAR-FUSION
    END-READ.

  ABORTAR-FUSION.
    DISPLAY "Error: particion " WS-FUS-PAR ": "
            FUNCTION TRIM(WS-FUS-MOTIVO) "."
    DISPLAY "Volver a correr M6_SIM_P3_ANSES PARTICION " WS-FUS-PAR
            " y despues la fusion; el ciclo vigente no se toco."
    MOVE "FIN" TO FA-BIT
    MOVE "08"  TO RC-BIT
    MOVE SPACES TO DE-BIT
    STRING "P" WS-FUS-PAR " " WS-FUS-MOTIVO DELIMITED BY SIZE
      INTO DE-BIT
    END-STRING
    PERFORM GRABAR-BITACORA
    CLOSE PAR-IDX PAR-HIST PAR-OK PAR-ER PAR-PE PAR-NC
          PAR-CSV PAR-MON
    MOVE 8 TO RETURN-CODE
    STOP RUN.

  ARMAR-NOMBRES-PARTICION.
    MOVE SPACES TO WS-NOMBRE-PIDX WS-NOMBRE-PHIST WS-NOMBRE-POK
                   WS-NOMBRE-PER WS-NOMBRE-PPE WS-NOMBRE-PNC
                   WS-NOMBRE-PCSV WS-NOMBRE-PMON
    STRING "COMP_IDX_P" WS-FUS-PAR ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-PIDX
    END-STRING
    STRING "COMP_HIST_P" WS-FUS-PAR ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-PHIST
    END-STRING
    STRING "COMP_OK_P" WS-FUS-PAR ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-POK
    END-STRING
    STRING "COMP_ER_P" WS-FUS-PAR ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-PER
    END-STRING
    STRING "COMP_PE_P" WS-FUS-PAR ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-PPE
    END-STRING
    STRING "COMP_NC_P" WS-FUS-PAR ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-PNC
    END-STRING
    STRING "COMP_ER_P" WS-FUS-PAR ".csv" DELIMITED BY SIZE
      INTO WS-NOMBRE-PCSV
    END-STRING
    STRING "COMP_MONEDA_P" WS-FUS-PAR ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-PMON
    END-STRING.

*> ----------------------------------------------------------
*> CONTAR-MOTIVO-ER: RÉPLICA DE M6_SIM_P3_ANSES/CONTAR-MOTIVO-ER,
*> POR CÓDIGO NUMÉRICO DE MOTIVO (M6_MOTIVOS.cpy).
*> ----------------------------------------------------------
  CONTAR-MOTIVO-ER.
    EVALUATE CO-PER
      WHEN 010
        ADD 1 TO CON-ER-NC
      WHEN 020
        ADD 1 TO CON-ER-DU
      WHEN 030
        ADD 1 TO CON-ER-FA
      WHEN 031
        ADD 1 TO CON-ER-FI
      WHEN 040
        ADD 1 TO CON-ER-CT
      WHEN 041
        ADD 1 TO CON-ER-CI
      WHEN 042
        ADD 1 TO CON-ER-CH
      WHEN 050
        ADD 1 TO CON-ER-TO
      WHEN 051
        ADD 1 TO CON-ER-TR
      WHEN 060
        ADD 1 TO CON-ER-IE
      WHEN 061
        ADD 1 TO CON-ER-IF
      WHEN 062
        ADD 1 TO CON-ER-IL
      WHEN 063
        ADD 1 TO CON-ER-MO
      WHEN 064
        ADD 1 TO CON-ER-SC
      WHEN 070
        ADD 1 TO CON-ER-EO
      WHEN 090
        ADD 1 TO CON-ER-NO
      WHEN 091
        ADD 1 TO CON-ER-NI
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

*> ==========================================================
*> SECCIÓN: PROCEDIMIENTO DE SALIDA. Recién acá se abre el
*> ciclo a nombre de la fusión y se truncan las salidas, igual
*> que una corrida de ANSES sin checkpoint (COMP_ER_DEF_DIA
*> incluido); el histórico y el resumen se agregan.
*> ==========================================================

  GRABAR-SALIDAS.
    PERFORM ESTAMPAR-CICLO-INICIO

    OPEN OUTPUT COMP-OK COMP-ER COMP-PE COMP-NC
                COMP-ER-CSV COMP-MONEDA
    IF FS-OK NOT = "00" OR FS-ER NOT = "00" OR FS-PE NOT = "00"
       OR FS-NC NOT = "00" OR FS-ER-CSV NOT = "00"
       OR FS-MONEDA NOT = "00"
        DISPLAY "Error al crear las salidas del ciclo, FILE STATUS: "
                FS-OK " " FS-ER " " FS-PE " " FS-NC " "
                FS-ER-CSV " " FS-MONEDA
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT COMP-ER-DEF-DIA
    CLOSE COMP-ER-DEF-DIA

    OPEN EXTEND COMP-HIST
    IF FS-HIST = "35"
        OPEN OUTPUT COMP-HIST
    END-IF
    IF FS-HIST NOT = "00"
        DISPLAY "Error al abrir el maestro historico, FILE STATUS:"
                FS-HIST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN EXTEND COMP-RESUMEN
    IF FS-RESUMEN = "35"
        OPEN OUTPUT COMP-RESUMEN
    END-IF
    IF FS-RESUMEN NOT = "00"
        DISPLAY "Error al abrir el archivo de resumen, FILE STATUS:"
                FS-RESUMEN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-SORT
    PERFORM UNTIL FIN-SORT = "1"
      RETURN ORDEN-FUSION
        AT END
          MOVE "1" TO FIN-SORT
        NOT AT END
          PERFORM GRABAR-UNA-SALIDA
      END-RETURN
    END-PERFORM

    CLOSE COMP-OK COMP-ER COMP-PE COMP-NC
          COMP-ER-CSV COMP-MONEDA COMP-HIST.

  GRABAR-UNA-SALIDA.
    EVALUATE TP-SRT
      WHEN 1
        MOVE DA-SRT TO REG-HIST
        WRITE REG-HIST
      WHEN 2
        MOVE DA-SRT TO REG-OK
        WRITE REG-OK
      WHEN 3
        MOVE DA-SRT TO REG-ER
        WRITE REG-ER
      WHEN 4
        MOVE DA-SRT TO REG-PE
        WRITE REG-PE
      WHEN 5
        MOVE DA-SRT TO REG-NC
        WRITE REG-NC
      WHEN 6
        MOVE DA-SRT TO REG-ER-CSV
        WRITE REG-ER-CSV
      WHEN 7
        MOVE DA-SRT TO REG-MONEDA
        WRITE REG-MONEDA
    END-EVALUATE.

*> ==========================================================
*> SECCIÓN: LIMPIEZA DE LAS SALIDAS DE LAS PARTICIONES.
*> ==========================================================

  BORRAR-TRABAJO-PARTICIONES.
    PERFORM BORRAR-UNA-PARTICION
      VARYING WS-FUS-IDX FROM 1 BY 1
      UNTIL WS-FUS-IDX > WS-FUS-CANT
    CALL "CBL_DELETE_FILE" USING "COMP_PARTICION.txt"
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING "COMP_PARTICION_CTL.txt"
      RETURNING WS-DELETE-RC.

  BORRAR-UNA-PARTICION.
    MOVE WS-FUS-NRO(WS-FUS-IDX) TO WS-FUS-PAR
    PERFORM ARMAR-NOMBRES-PARTICION
    CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PIDX
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PHIST
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING WS-NOMBRE-POK
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PER
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PPE
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PNC
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PCSV
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING WS-NOMBRE-PMON
      RETURNING WS-DELETE-RC.

*> ==========================================================
*> SECCIÓN: PERSISTENCIA DE TOTALES DE CORRIDA (AUDITORÍA).
*> RÉPLICA DE M6_SIM_P3_ANSES/GRABAR-RESUMEN: MISMOS CAMPOS Y
*> MISMO ORDEN, PARA QUE CUADRA LA LEA IGUAL.
*> ==========================================================

  GRABAR-RESUMEN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
    MOVE SPACES TO WS-LINEA-RESUMEN
    STRING WS-FECHA-CORRIDA DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-IN           DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-OK           DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER           DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-PE           DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-NC        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-FA        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-FI        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-CT        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-TO        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-IE        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-IF        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-IL        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-EO        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-DU        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-TR        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-CI        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-CH        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-NC-AC        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-NO        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-NI        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-MO        DELIMITED BY SIZE
           "|"              DELIMITED BY SIZE
           CON-ER-SC        DELIMITED BY SIZE
      INTO WS-LINEA-RESUMEN
    END-STRING
    MOVE WS-LINEA-RESUMEN TO REG-RESUMEN
    WRITE REG-RESUMEN.

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
*> SECCIÓN: CONTROL DE SECUENCIA DEL CICLO (CICLO_ESTADO.txt).
*> La fusión exige el ciclo ABIERTO por el reparto: sin reparto
*> vigente no hay nada que fusionar, y sobre un ciclo de otra
*> fase lo pisaría. Una fusión propia ABIERTA se cortó después
*> de empezar a agregar a COMP_HIST y COMP_RESUMEN, y volver a
*> correrla los duplicaría: se rechaza y se indica revertir la
*> fase 1 (el punto lo tomó el reparto).
*> ==========================================================

  VERIFICAR-CICLO.
    PERFORM CARGAR-CICLO

*>  Antes del forzado: ni con CICLO_FORZAR.txt se fusiona sobre
*>  una fusión cortada, y el marcador queda para la reversión.
    IF WS-CIC-EXISTE = "S" AND WS-CIC-ESTADO = "ABIERTO"
       AND WS-CIC-PROG = PG-CIC-WS
        DISPLAY "Error: una fusion anterior se corto con el ciclo "
                "ABIERTO y ya agrego lineas a COMP_HIST.txt y "
                "COMP_RESUMEN.txt; no se vuelve a fusionar encima."
        DISPLAY "Crear CICLO_FORZAR.txt, correr M6_SIM_P3_REVER 1 y "
                "volver a correr el particionado completo."
        MOVE "FIN" TO FA-BIT
        MOVE "12"  TO RC-BIT
        MOVE "FUSION CORTADA: REVERTIR CON M6_SIM_P3_REVER 1"
          TO DE-BIT
        PERFORM GRABAR-BITACORA
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    CALL "CBL_DELETE_FILE" USING "CICLO_FORZAR.txt"
      RETURNING WS-CIC-DELETE-RC
    IF WS-CIC-DELETE-RC = 0
        MOVE "S" TO WS-CIC-FORZADO
        DISPLAY "Aviso: corrida FORZADA por operaciones "
                "(CICLO_FORZAR.txt consumido); se saltea el control "
                "de secuencia."
        EXIT PARAGRAPH
    END-IF

    IF WS-CIC-EXISTE NOT = "S"
       OR WS-CIC-ESTADO NOT = "ABIERTO"
       OR WS-CIC-PROG NOT = "M6_SIM_P3_PARTI"
        DISPLAY "Error: CICLO_ESTADO.txt no muestra un reparto "
                "ABIERTO de M6_SIM_P3_PARTI (figura "
                FUNCTION TRIM(WS-CIC-PROG) " " WS-CIC-ESTADO
                "); se aborta. Para correr igual, crear "
                "CICLO_FORZAR.txt."
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
*>  Igual que el cierre de ANSES: la fase se pisa con 1.
    IF WS-CIC-RC-FIN <= "04"
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
