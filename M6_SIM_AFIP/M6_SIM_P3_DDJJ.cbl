*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_DDJJ
*> PURPOSE    : Cierre mensual de la declaración jurada de retenciones:
*>              toma el acumulado del mes que fue armando
*>              M6_SIM_P3_RETAC ciclo a ciclo (COMP_RETEN_ACUM_AAAAMM.txt,
*>              ya neto de notas de crédito y de rechazos de AFIP), lo
*>              ordena por CUIT, tipo de comprobante y alícuota y genera
*>              el archivo de presentación DDJJ_RETEN_AAAAMM.txt
*>              (cabecera, una línea de detalle por CUIT + tipo + alícuota
*>              con retención a declarar, y trailer de control con
*>              cantidad y totales) junto con el listado de verificación
*>              DDJJ_RETEN_AAAAMM_VERIF.txt, que muestra por línea la
*>              retención calculada, lo descontado por notas de crédito y
*>              por rechazos y la neta declarada, con subtotal por CUIT,
*>              totales por tipo, total general, el cuadre del mes y los
*>              lotes que lo integran (COMP_RETEN_ACUM_CTL.txt). Corre
*>              fuera del candado de ciclo, como M6_SIM_P3_HCIERRE: el
*>              período por defecto es el mes anterior al de la corrida y
*>              por línea de comando se puede pedir otro (AAAAMM), nunca
*>              el mes en curso ni uno posterior, que todavía no cerró.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_DDJJ.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Acumulado del mes que se declara (ver el comentario de
*>  RET-ACUM en M6_SIM_P3_RETAC).
    SELECT RET-ACUM ASSIGN DYNAMIC WS-NOMBRE-ACUM
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ACUM.

*>  Lotes acumulados (LOTE|AAAAMM|FECHA|): sólo para informar
*>  en la cabecera y en el listado qué ciclos integran el mes.
    SELECT RET-CTL ASSIGN TO "COMP_RETEN_ACUM_CTL.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CTL.

    SELECT ORDEN-TRABAJO ASSIGN TO "SORTWK".

*>  Archivo de presentación: una cabecera
*>  1|AAAAMM|FECHA|LOTES|, un detalle
*>  2|CUIT|TIPO|ALICUOTA|CANT|BASE|RETENCION| por CUIT + tipo +
*>  alícuota con retención neta a declarar, y un trailer
*>  3|CANT-DETALLES|TOTAL-BASE|TOTAL-RETENCION|.
    SELECT DDJJ-OUT ASSIGN DYNAMIC WS-NOMBRE-DDJJ
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-DDJJ.

*>  Listado de verificación para contabilidad, antes de subir
*>  la presentación.
    SELECT DDJJ-VERIF ASSIGN DYNAMIC WS-NOMBRE-VERIF
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-VERIF.

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.


DATA DIVISION.
  FILE SECTION.

    FD RET-ACUM.
      01 REG-ACUM.
        05 CT-ACU    PIC X(11).
        05 FILLER    PIC X.
        05 TO-ACU    PIC X(1).
        05 FILLER    PIC X.
        05 AL-ACU    PIC X(4).
        05 FILLER    PIC X.
        05 CA-ACU    PIC X(9).
        05 FILLER    PIC X.
        05 BA-ACU    PIC X(15).
        05 FILLER    PIC X.
        05 RB-ACU    PIC X(15).
        05 FILLER    PIC X.
        05 DN-ACU    PIC X(15).
        05 FILLER    PIC X.
        05 DA-ACU    PIC X(15).
        05 FILLER    PIC X.
        05 RN-ACU    PIC X(15).
        05 FILLER    PIC X.

    FD RET-CTL.
      01 REG-CTL.
        05 LO-CTL    PIC X(6).
        05 FILLER    PIC X.
        05 ME-CTL    PIC X(6).
        05 FILLER    PIC X.
        05 FE-CTL    PIC X(8).
        05 FILLER    PIC X.

    SD ORDEN-TRABAJO.
      01 REG-SRT.
        05 CT-SRT    PIC X(11).
        05 TO-SRT    PIC X(1).
        05 AL-SRT    PIC 9(2)V99.
        05 AL-SRT-X REDEFINES AL-SRT PIC X(4).
        05 CA-SRT    PIC 9(9).
        05 BA-SRT    PIC 9(15).
        05 RB-SRT    PIC 9(15).
        05 DN-SRT    PIC 9(15).
        05 DA-SRT    PIC 9(15).
        05 RN-SRT    PIC 9(15).

    FD DDJJ-OUT.
      01 REG-DDJJ          PIC X(70).

    FD DDJJ-VERIF.
      01 REG-VERIF         PIC X(125).

    FD COMP-BITAC.
      01 REG-BITAC         PIC X(105).

  WORKING-STORAGE SECTION.

    77 FS-ACUM       PIC XX.
    77 FS-CTL        PIC XX.
    77 FS-DDJJ       PIC XX.
    77 FS-VERIF      PIC XX.

    77 FIN-ACUM      PIC X    VALUE "N".
    77 FIN-CTL       PIC X    VALUE "N".
    77 FIN-SORT      PIC X    VALUE "N".

    77 WS-PARAM-CMD       PIC X(20) VALUE SPACES.
    77 WS-FECHA-CORRIDA   PIC X(8)  VALUE SPACES.
    77 WS-MES-CURSO       PIC X(6)  VALUE SPACES.
    77 WS-NOMBRE-ACUM     PIC X(40) VALUE SPACES.
    77 WS-NOMBRE-DDJJ     PIC X(40) VALUE SPACES.
    77 WS-NOMBRE-VERIF    PIC X(40) VALUE SPACES.
    77 WS-HAY-DATOS       PIC X     VALUE "N".
    77 WS-ACT-CT          PIC X(11) VALUE SPACES.
    77 WS-TIPO-IDX        PIC 9(1)  VALUE ZEROS.
    77 WS-DIFERENCIA      PIC X     VALUE "N".

    77 CON-ACUM-LEIDAS    PIC 9(9) VALUE ZEROS.
    77 CON-DETALLES       PIC 9(9) VALUE ZEROS.
    77 CON-SIN-RETENCION  PIC 9(9) VALUE ZEROS.
    77 CON-DESCUADRES     PIC 9(9) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DEL PERÍODO DECLARADO. Por defecto el mes anterior al
*> de la corrida (enero declara diciembre del año anterior).
*> ----------------------------------------------------------
    01 WS-PERIODO.
      05 WS-PER-ANIO          PIC 9(4).
      05 WS-PER-MES           PIC 9(2).

    01 WS-PERIODO-X REDEFINES WS-PERIODO PIC X(6).

*> ----------------------------------------------------------
*> ÁREA DE LOTES DEL MES (DESDE COMP_RETEN_ACUM_CTL.txt).
*> ----------------------------------------------------------
    01 WS-LOTES.
      05 WS-LOT-CANT          PIC 9(3)  VALUE ZEROS.
      05 WS-LOT-SATURADA      PIC X     VALUE "N".
      05 WS-LOT-ITEM OCCURS 500 TIMES.
        10 WS-LOT-NRO         PIC X(6).
        10 WS-LOT-FECHA       PIC X(8).

    77 WS-LOT-IDX             PIC 9(3)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE ACUMULADORES: POR CUIT (CORTE DE CONTROL), POR
*> TIPO (A/B/C EN LAS POSICIONES 1/2/3) Y GENERAL.
*> ----------------------------------------------------------
    01 WS-ACUM-CUIT.
      05 WS-CUIT-CANT         PIC 9(9)  VALUE ZEROS.
      05 WS-CUIT-BASE         PIC 9(15) VALUE ZEROS.
      05 WS-CUIT-RET-CALC     PIC 9(15) VALUE ZEROS.
      05 WS-CUIT-DESC-NC      PIC 9(15) VALUE ZEROS.
      05 WS-CUIT-DESC-AF      PIC 9(15) VALUE ZEROS.
      05 WS-CUIT-RET-NETA     PIC 9(15) VALUE ZEROS.

    01 WS-ACUM-TIPO.
      05 WS-TIP-ITEM OCCURS 3 TIMES.
        10 WS-TIP-CANT        PIC 9(9)  VALUE ZEROS.
        10 WS-TIP-BASE        PIC 9(15) VALUE ZEROS.
        10 WS-TIP-RET-CALC    PIC 9(15) VALUE ZEROS.
        10 WS-TIP-DESC-NC     PIC 9(15) VALUE ZEROS.
        10 WS-TIP-DESC-AF     PIC 9(15) VALUE ZEROS.
        10 WS-TIP-RET-NETA    PIC 9(15) VALUE ZEROS.

    01 WS-ACUM-GRAL.
      05 WS-GRAL-CANT         PIC 9(9)  VALUE ZEROS.
      05 WS-GRAL-BASE         PIC 9(15) VALUE ZEROS.
      05 WS-GRAL-RET-CALC     PIC 9(15) VALUE ZEROS.
      05 WS-GRAL-DESC-NC      PIC 9(15) VALUE ZEROS.
      05 WS-GRAL-DESC-AF      PIC 9(15) VALUE ZEROS.
      05 WS-GRAL-RET-NETA     PIC 9(15) VALUE ZEROS.

*>  Lo que efectivamente va a la presentación (sólo líneas
*>  con retención neta): tiene que coincidir con el trailer.
    01 WS-ACUM-DECLARADO.
      05 WS-DEC-BASE          PIC 9(15) VALUE ZEROS.
      05 WS-DEC-RET           PIC 9(15) VALUE ZEROS.

    77 WS-CUADRE-NETA         PIC S9(15) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LOS REGISTROS DE LA PRESENTACIÓN.
*> ----------------------------------------------------------
    01 WS-REG-CABECERA.
      05 FILLER      PIC X    VALUE "1".
      05 FILLER      PIC X    VALUE "|".
      05 PE-CAB-WS   PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 FE-CAB-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 LO-CAB-WS   PIC 9(3).
      05 FILLER      PIC X    VALUE "|".

    01 WS-REG-DETALLE.
      05 FILLER      PIC X    VALUE "2".
      05 FILLER      PIC X    VALUE "|".
      05 CT-DET-WS   PIC X(11).
      05 FILLER      PIC X    VALUE "|".
      05 TO-DET-WS   PIC X(1).
      05 FILLER      PIC X    VALUE "|".
      05 AL-DET-WS   PIC 9(2)V99.
      05 FILLER      PIC X    VALUE "|".
      05 CA-DET-WS   PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 BA-DET-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 RE-DET-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".

    01 WS-REG-TRAILER.
      05 FILLER      PIC X    VALUE "3".
      05 FILLER      PIC X    VALUE "|".
      05 CA-TRA-WS   PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 BA-TRA-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 RE-TRA-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LÍNEAS DEL LISTADO DE VERIFICACIÓN.
*> ----------------------------------------------------------
    01 WS-LIN-TITULO.
      05 FILLER               PIC X(45)
         VALUE "DECLARACION JURADA DE RETENCIONES - PERIODO:".
      05 WS-LIN-TIT-PERIODO   PIC X(6)  VALUE SPACES.
      05 FILLER               PIC X(11) VALUE "  CORRIDA:".
      05 WS-LIN-TIT-FECHA     PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(50) VALUE SPACES.

    01 WS-LIN-SEPARA          PIC X(120) VALUE ALL "-".

    01 WS-LIN-CABECERA.
      05 FILLER               PIC X(13) VALUE "CUIT".
      05 FILLER               PIC X(5)  VALUE "TIPO".
      05 FILLER               PIC X(7)  VALUE "  ALIC.".
      05 FILLER               PIC X(10) VALUE "      CANT".
      05 FILLER               PIC X(17) VALUE "             BASE".
      05 FILLER               PIC X(17) VALUE "  RET. CALCULADA".
      05 FILLER               PIC X(17) VALUE "   DESC. NOTA CR.".
      05 FILLER               PIC X(17) VALUE "  DESC. RECH.AFIP".
      05 FILLER               PIC X(17) VALUE "  RET. DECLARADA".

    01 WS-LIN-DETALLE.
      05 WS-LIN-DET-CT        PIC X(11).
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-LIN-DET-TO        PIC X(1).
      05 FILLER               PIC X(5)  VALUE SPACES.
      05 WS-LIN-DET-AL        PIC Z9.99.
      05 WS-LIN-DET-CANT      PIC Z(9)9.
      05 WS-LIN-DET-BASE      PIC Z(16)9.
      05 WS-LIN-DET-RET-CALC  PIC Z(16)9.
      05 WS-LIN-DET-DESC-NC   PIC Z(16)9.
      05 WS-LIN-DET-DESC-AF   PIC Z(16)9.
      05 WS-LIN-DET-RET-NETA  PIC Z(16)9.
      05 WS-LIN-DET-MARCA     PIC X(3)  VALUE SPACES.

    01 WS-LIN-TOTAL.
      05 WS-LIN-TOT-ROTULO    PIC X(25).
      05 WS-LIN-TOT-CANT      PIC Z(9)9.
      05 WS-LIN-TOT-BASE      PIC Z(16)9.
      05 WS-LIN-TOT-RET-CALC  PIC Z(16)9.
      05 WS-LIN-TOT-DESC-NC   PIC Z(16)9.
      05 WS-LIN-TOT-DESC-AF   PIC Z(16)9.
      05 WS-LIN-TOT-RET-NETA  PIC Z(16)9.

    01 WS-LIN-TEXTO.
      05 WS-LIN-TXT-ROTULO    PIC X(40).
      05 WS-LIN-TXT-VALOR     PIC Z(16)9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-TXT-NOTA      PIC X(61) VALUE SPACES.

    01 WS-LIN-LOTE.
      05 FILLER               PIC X(8)  VALUE "  LOTE ".
      05 WS-LIN-LOT-NRO       PIC X(6).
      05 FILLER               PIC X(14) VALUE "  ACUMULADO EL".
      05 FILLER               PIC X(1)  VALUE SPACES.
      05 WS-LIN-LOT-FECHA     PIC X(8).
      05 FILLER               PIC X(83) VALUE SPACES.

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
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_DDJJ".
      05 FILLER      PIC X    VALUE "|".
      05 FA-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-BIT      PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-BIT      PIC X(60).
      05 FILLER      PIC X    VALUE "|".


PROCEDURE DIVISION.

*> ==========================================================
*> SECCIÓN: PERÍODO A DECLARAR Y LOTES QUE LO INTEGRAN.
*> ==========================================================

  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
  MOVE WS-FECHA-CORRIDA(1:6) TO WS-MES-CURSO

  MOVE WS-MES-CURSO TO WS-PERIODO-X
  IF WS-PER-MES = 1
      MOVE 12 TO WS-PER-MES
      SUBTRACT 1 FROM WS-PER-ANIO
  ELSE
      SUBTRACT 1 FROM WS-PER-MES
  END-IF

*>  Por línea de comando se puede pedir otro período (AAAAMM),
*>  para rectificar un mes ya presentado; el mes en curso no,
*>  porque todavía le faltan ciclos por acumular.
  ACCEPT WS-PARAM-CMD FROM COMMAND-LINE
  IF FUNCTION TRIM(WS-PARAM-CMD) NOT = SPACES
      IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM-CMD)) NOT = 6
         OR NOT WS-PARAM-CMD(1:6) IS NUMERIC
          DISPLAY "Error: parametro desconocido '"
                  FUNCTION TRIM(WS-PARAM-CMD)
                  "' (se admite un periodo AAAAMM o ninguno); "
                  "se aborta."
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-IF
      MOVE WS-PARAM-CMD(1:6) TO WS-PERIODO-X
      IF WS-PER-MES < 1 OR WS-PER-MES > 12
          DISPLAY "Error: periodo invalido '" WS-PERIODO-X
                  "'; se aborta."
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-IF
      IF WS-PERIODO-X >= WS-MES-CURSO
          DISPLAY "Error: el periodo " WS-PERIODO-X " no esta "
                  "cerrado (mes en curso " WS-MES-CURSO "); se aborta."
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-IF
  END-IF

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  MOVE WS-PERIODO-X TO DE-BIT
  PERFORM GRABAR-BITACORA

  MOVE SPACES TO WS-NOMBRE-ACUM WS-NOMBRE-DDJJ WS-NOMBRE-VERIF
  STRING "COMP_RETEN_ACUM_" WS-PERIODO-X ".txt" DELIMITED BY SIZE
    INTO WS-NOMBRE-ACUM
  END-STRING
  STRING "DDJJ_RETEN_" WS-PERIODO-X ".txt" DELIMITED BY SIZE
    INTO WS-NOMBRE-DDJJ
  END-STRING
  STRING "DDJJ_RETEN_" WS-PERIODO-X "_VERIF.txt" DELIMITED BY SIZE
    INTO WS-NOMBRE-VERIF
  END-STRING

  OPEN INPUT RET-ACUM
  IF FS-ACUM NOT = "00"
      DISPLAY "Error: no hay acumulado de retenciones para el periodo "
              WS-PERIODO-X " (" FUNCTION TRIM(WS-NOMBRE-ACUM)
              "), FILE STATUS: " FS-ACUM
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF
  CLOSE RET-ACUM

  PERFORM CARGAR-LOTES

*> ==========================================================
*> SECCIÓN: ORDENAMIENTO POR CUIT + TIPO + ALÍCUOTA Y
*> GRABACIÓN DE LA PRESENTACIÓN Y DEL LISTADO CON CORTE DE
*> CONTROL (MISMO ESQUEMA QUE M6_SIM_P3_RETEN).
*> ==========================================================

  SORT ORDEN-TRABAJO
      ON ASCENDING KEY CT-SRT
      ON ASCENDING KEY TO-SRT
      ON ASCENDING KEY AL-SRT
      INPUT PROCEDURE IS SELECCIONAR-ACUMULADO
      OUTPUT PROCEDURE IS GRABAR-DECLARACION

  DISPLAY "Periodo declarado:          " WS-PERIODO-X
  DISPLAY "Lotes del periodo:          " WS-LOT-CANT
  DISPLAY "Lineas del acumulado:       " CON-ACUM-LEIDAS
  DISPLAY "Detalles declarados:        " CON-DETALLES
  DISPLAY "Lineas sin retencion neta:  " CON-SIN-RETENCION
  DISPLAY "Base declarada:             " WS-DEC-BASE
  DISPLAY "Retencion declarada:        " WS-DEC-RET
  DISPLAY "Lineas descuadradas:        " CON-DESCUADRES
  DISPLAY "---------FIN DE DECLARACION JURADA DE RETENCIONES---------"

*>  Un descuadre entre calculado, descuentos y neta no corta la
*>  corrida (el listado lo marca línea por línea), pero se
*>  avisa con RC 4 para que contabilidad lo revise antes de
*>  presentar.
  MOVE "FIN" TO FA-BIT
  MOVE SPACES TO DE-BIT
  IF WS-DIFERENCIA = "S"
      MOVE 4    TO RETURN-CODE
      MOVE "04" TO RC-BIT
      STRING "PERIODO " WS-PERIODO-X " DESCUADRES " CON-DESCUADRES
             DELIMITED BY SIZE
        INTO DE-BIT
      END-STRING
  ELSE
      MOVE "00" TO RC-BIT
      STRING "PERIODO " WS-PERIODO-X " DETALLES " CON-DETALLES
             " RET " WS-DEC-RET DELIMITED BY SIZE
        INTO DE-BIT
      END-STRING
  END-IF
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: LOTES ACUMULADOS EN EL PERÍODO.
*> ==========================================================

  CARGAR-LOTES.
    OPEN INPUT RET-CTL
    IF FS-CTL NOT = "00"
        DISPLAY "Aviso: sin control de lotes acumulados "
                "(COMP_RETEN_ACUM_CTL.txt), FILE STATUS: " FS-CTL
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-CTL = "1"
      READ RET-CTL
        AT END
          MOVE "1" TO FIN-CTL
        NOT AT END
          IF ME-CTL = WS-PERIODO-X
              IF WS-LOT-CANT < 500
                  ADD 1 TO WS-LOT-CANT
                  MOVE LO-CTL TO WS-LOT-NRO(WS-LOT-CANT)
                  MOVE FE-CTL TO WS-LOT-FECHA(WS-LOT-CANT)
              ELSE
                  IF WS-LOT-SATURADA NOT = "S"
                      DISPLAY "AVISO: mas de 500 lotes en el periodo; "
                              "el listado muestra los primeros 500."
                      MOVE "S" TO WS-LOT-SATURADA
                  END-IF
              END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE RET-CTL.

*> ==========================================================
*> SECCIÓN: SELECCIÓN DEL ACUMULADO (INPUT PROCEDURE). Una
*> línea ilegible corta la corrida antes de escribir nada: una
*> declaración incompleta es peor que ninguna.
*> ==========================================================

  SELECCIONAR-ACUMULADO.
    OPEN INPUT RET-ACUM
    PERFORM UNTIL FIN-ACUM = "1"
      READ RET-ACUM
        AT END
          MOVE "1" TO FIN-ACUM
        NOT AT END
          ADD 1 TO CON-ACUM-LEIDAS
          IF NOT AL-ACU IS NUMERIC OR NOT CA-ACU IS NUMERIC
             OR NOT BA-ACU IS NUMERIC OR NOT RB-ACU IS NUMERIC
             OR NOT DN-ACU IS NUMERIC OR NOT DA-ACU IS NUMERIC
             OR NOT RN-ACU IS NUMERIC
             OR NOT (TO-ACU = "A" OR TO-ACU = "B" OR TO-ACU = "C")
              DISPLAY "Error: linea ilegible en "
                      FUNCTION TRIM(WS-NOMBRE-ACUM) ": '"
                      REG-ACUM "'; se aborta."
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF
          MOVE CT-ACU TO CT-SRT
          MOVE TO-ACU TO TO-SRT
          MOVE AL-ACU TO AL-SRT-X
          MOVE CA-ACU TO CA-SRT
          MOVE BA-ACU TO BA-SRT
          MOVE RB-ACU TO RB-SRT
          MOVE DN-ACU TO DN-SRT
          MOVE DA-ACU TO DA-SRT
          MOVE RN-ACU TO RN-SRT
          RELEASE REG-SRT
      END-READ
    END-PERFORM
    CLOSE RET-ACUM.

*> ==========================================================
*> SECCIÓN: GRABACIÓN DE LA PRESENTACIÓN Y DEL LISTADO
*> (OUTPUT PROCEDURE), CON CORTE DE CONTROL POR CUIT.
*> ==========================================================

  GRABAR-DECLARACION.
    OPEN OUTPUT DDJJ-OUT
    IF FS-DDJJ NOT = "00"
        DISPLAY "Error al crear " FUNCTION TRIM(WS-NOMBRE-DDJJ)
                ", FILE STATUS: " FS-DDJJ
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT DDJJ-VERIF
    IF FS-VERIF NOT = "00"
        DISPLAY "Error al crear " FUNCTION TRIM(WS-NOMBRE-VERIF)
                ", FILE STATUS: " FS-VERIF
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-PERIODO-X     TO PE-CAB-WS
    MOVE WS-FECHA-CORRIDA TO FE-CAB-WS
    MOVE WS-LOT-CANT      TO LO-CAB-WS
    MOVE WS-REG-CABECERA TO REG-DDJJ
    WRITE REG-DDJJ

    MOVE WS-PERIODO-X     TO WS-LIN-TIT-PERIODO
    MOVE WS-FECHA-CORRIDA TO WS-LIN-TIT-FECHA
    MOVE WS-LIN-TITULO TO REG-VERIF
    WRITE REG-VERIF
    MOVE WS-LIN-SEPARA TO REG-VERIF
    WRITE REG-VERIF
    MOVE WS-LIN-CABECERA TO REG-VERIF
    WRITE REG-VERIF
    MOVE WS-LIN-SEPARA TO REG-VERIF
    WRITE REG-VERIF

    PERFORM UNTIL FIN-SORT = "1"
      RETURN ORDEN-TRABAJO
        AT END
          MOVE "1" TO FIN-SORT
        NOT AT END
          PERFORM PROCESAR-ORDENADO
      END-RETURN
    END-PERFORM

    IF WS-HAY-DATOS = "S"
        PERFORM GRABAR-VERIF-CUIT
    END-IF

    MOVE CON-DETALLES TO CA-TRA-WS
    MOVE WS-DEC-BASE  TO BA-TRA-WS
    MOVE WS-DEC-RET   TO RE-TRA-WS
    MOVE WS-REG-TRAILER TO REG-DDJJ
    WRITE REG-DDJJ

    PERFORM GRABAR-VERIF-TOTALES

    CLOSE DDJJ-OUT
          DDJJ-VERIF.

  PROCESAR-ORDENADO.
    IF WS-HAY-DATOS = "N"
        MOVE "S" TO WS-HAY-DATOS
        MOVE CT-SRT TO WS-ACT-CT
    ELSE
        IF CT-SRT NOT = WS-ACT-CT
            PERFORM GRABAR-VERIF-CUIT
            MOVE CT-SRT TO WS-ACT-CT
        END-IF
    END-IF

*>  Cuadre de la línea: lo calculado menos lo descontado por
*>  notas y por rechazos tiene que dar la neta acumulada.
    COMPUTE WS-CUADRE-NETA = RB-SRT - DN-SRT - DA-SRT - RN-SRT
    MOVE SPACES TO WS-LIN-DET-MARCA
    IF WS-CUADRE-NETA NOT = 0
        MOVE "S"   TO WS-DIFERENCIA
        MOVE " **" TO WS-LIN-DET-MARCA
        ADD 1 TO CON-DESCUADRES
    END-IF

    IF RN-SRT > 0
        MOVE CT-SRT TO CT-DET-WS
        MOVE TO-SRT TO TO-DET-WS
        MOVE AL-SRT TO AL-DET-WS
        MOVE CA-SRT TO CA-DET-WS
        MOVE BA-SRT TO BA-DET-WS
        MOVE RN-SRT TO RE-DET-WS
        MOVE WS-REG-DETALLE TO REG-DDJJ
        WRITE REG-DDJJ
        ADD 1 TO CON-DETALLES
        ADD BA-SRT TO WS-DEC-BASE
        ADD RN-SRT TO WS-DEC-RET
    ELSE
        ADD 1 TO CON-SIN-RETENCION
    END-IF

    MOVE CT-SRT TO WS-LIN-DET-CT
    MOVE TO-SRT TO WS-LIN-DET-TO
    MOVE AL-SRT TO WS-LIN-DET-AL
    MOVE CA-SRT TO WS-LIN-DET-CANT
    MOVE BA-SRT TO WS-LIN-DET-BASE
    MOVE RB-SRT TO WS-LIN-DET-RET-CALC
    MOVE DN-SRT TO WS-LIN-DET-DESC-NC
    MOVE DA-SRT TO WS-LIN-DET-DESC-AF
    MOVE RN-SRT TO WS-LIN-DET-RET-NETA
    MOVE WS-LIN-DETALLE TO REG-VERIF
    WRITE REG-VERIF

    EVALUATE TO-SRT
      WHEN "A"
        MOVE 1 TO WS-TIPO-IDX
      WHEN "B"
        MOVE 2 TO WS-TIPO-IDX
      WHEN OTHER
        MOVE 3 TO WS-TIPO-IDX
    END-EVALUATE

    ADD CA-SRT TO WS-CUIT-CANT     WS-TIP-CANT(WS-TIPO-IDX)
                  WS-GRAL-CANT
    ADD BA-SRT TO WS-CUIT-BASE     WS-TIP-BASE(WS-TIPO-IDX)
                  WS-GRAL-BASE
    ADD RB-SRT TO WS-CUIT-RET-CALC WS-TIP-RET-CALC(WS-TIPO-IDX)
                  WS-GRAL-RET-CALC
    ADD DN-SRT TO WS-CUIT-DESC-NC  WS-TIP-DESC-NC(WS-TIPO-IDX)
                  WS-GRAL-DESC-NC
    ADD DA-SRT TO WS-CUIT-DESC-AF  WS-TIP-DESC-AF(WS-TIPO-IDX)
                  WS-GRAL-DESC-AF
    ADD RN-SRT TO WS-CUIT-RET-NETA WS-TIP-RET-NETA(WS-TIPO-IDX)
                  WS-GRAL-RET-NETA.

*> ==========================================================
*> SECCIÓN: LÍNEAS DEL LISTADO (SUBTOTAL POR CUIT, TOTALES
*> POR TIPO, TOTAL GENERAL, CUADRE Y LOTES).
*> ==========================================================

  GRABAR-VERIF-CUIT.
    MOVE SPACES TO WS-LIN-TOT-ROTULO
    STRING "  SUBTOTAL " WS-ACT-CT DELIMITED BY SIZE
      INTO WS-LIN-TOT-ROTULO
    END-STRING
    MOVE WS-CUIT-CANT     TO WS-LIN-TOT-CANT
    MOVE WS-CUIT-BASE     TO WS-LIN-TOT-BASE
    MOVE WS-CUIT-RET-CALC TO WS-LIN-TOT-RET-CALC
    MOVE WS-CUIT-DESC-NC  TO WS-LIN-TOT-DESC-NC
    MOVE WS-CUIT-DESC-AF  TO WS-LIN-TOT-DESC-AF
    MOVE WS-CUIT-RET-NETA TO WS-LIN-TOT-RET-NETA
    MOVE WS-LIN-TOTAL TO REG-VERIF
    WRITE REG-VERIF
    MOVE SPACES TO REG-VERIF
    WRITE REG-VERIF
    MOVE ZEROS TO WS-CUIT-CANT WS-CUIT-BASE WS-CUIT-RET-CALC
                  WS-CUIT-DESC-NC WS-CUIT-DESC-AF WS-CUIT-RET-NETA.

  GRABAR-VERIF-TOTALES.
    MOVE WS-LIN-SEPARA TO REG-VERIF
    WRITE REG-VERIF

    PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1 UNTIL WS-TIPO-IDX > 3
      MOVE SPACES TO WS-LIN-TOT-ROTULO
      EVALUATE WS-TIPO-IDX
        WHEN 1
          MOVE "TOTAL TIPO A" TO WS-LIN-TOT-ROTULO
        WHEN 2
          MOVE "TOTAL TIPO B" TO WS-LIN-TOT-ROTULO
        WHEN OTHER
          MOVE "TOTAL TIPO C" TO WS-LIN-TOT-ROTULO
      END-EVALUATE
      MOVE WS-TIP-CANT(WS-TIPO-IDX)     TO WS-LIN-TOT-CANT
      MOVE WS-TIP-BASE(WS-TIPO-IDX)     TO WS-LIN-TOT-BASE
      MOVE WS-TIP-RET-CALC(WS-TIPO-IDX) TO WS-LIN-TOT-RET-CALC
      MOVE WS-TIP-DESC-NC(WS-TIPO-IDX)  TO WS-LIN-TOT-DESC-NC
      MOVE WS-TIP-DESC-AF(WS-TIPO-IDX)  TO WS-LIN-TOT-DESC-AF
      MOVE WS-TIP-RET-NETA(WS-TIPO-IDX) TO WS-LIN-TOT-RET-NETA
      MOVE WS-LIN-TOTAL TO REG-VERIF
      WRITE REG-VERIF
    END-PERFORM

    MOVE WS-LIN-SEPARA TO REG-VERIF
    WRITE REG-VERIF
    MOVE "TOTAL GENERAL"  TO WS-LIN-TOT-ROTULO
    MOVE WS-GRAL-CANT     TO WS-LIN-TOT-CANT
    MOVE WS-GRAL-BASE     TO WS-LIN-TOT-BASE
    MOVE WS-GRAL-RET-CALC TO WS-LIN-TOT-RET-CALC
    MOVE WS-GRAL-DESC-NC  TO WS-LIN-TOT-DESC-NC
    MOVE WS-GRAL-DESC-AF  TO WS-LIN-TOT-DESC-AF
    MOVE WS-GRAL-RET-NETA TO WS-LIN-TOT-RET-NETA
    MOVE WS-LIN-TOTAL TO REG-VERIF
    WRITE REG-VERIF
    MOVE WS-LIN-SEPARA TO REG-VERIF
    WRITE REG-VERIF

*>  Cuadre del mes: calculado - notas - rechazos = neta, y la
*>  neta del listado = la retención del trailer.
    MOVE "RETENCION CALCULADA"          TO WS-LIN-TXT-ROTULO
    MOVE WS-GRAL-RET-CALC               TO WS-LIN-TXT-VALOR
    MOVE SPACES                         TO WS-LIN-TXT-NOTA
    MOVE WS-LIN-TEXTO TO REG-VERIF
    WRITE REG-VERIF
    MOVE "MENOS DESCUENTO POR NOTAS DE CREDITO" TO WS-LIN-TXT-ROTULO
    MOVE WS-GRAL-DESC-NC                TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-VERIF
    WRITE REG-VERIF
    MOVE "MENOS DESCUENTO POR RECHAZOS AFIP"    TO WS-LIN-TXT-ROTULO
    MOVE WS-GRAL-DESC-AF                TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-VERIF
    WRITE REG-VERIF
    MOVE "RETENCION NETA ACUMULADA"     TO WS-LIN-TXT-ROTULO
    MOVE WS-GRAL-RET-NETA               TO WS-LIN-TXT-VALOR
    IF WS-DIFERENCIA = "S"
        MOVE "DESCUADRE EN LAS LINEAS MARCADAS CON **"
          TO WS-LIN-TXT-NOTA
    ELSE
        MOVE "CUADRA" TO WS-LIN-TXT-NOTA
    END-IF
    MOVE WS-LIN-TEXTO TO REG-VERIF
    WRITE REG-VERIF
    MOVE "RETENCION DECLARADA (TRAILER)"        TO WS-LIN-TXT-ROTULO
    MOVE WS-DEC-RET                     TO WS-LIN-TXT-VALOR
    IF WS-DEC-RET = WS-GRAL-RET-NETA
        MOVE "CUADRA CON LA NETA ACUMULADA" TO WS-LIN-TXT-NOTA
    ELSE
        MOVE "NO CUADRA CON LA NETA ACUMULADA" TO WS-LIN-TXT-NOTA
        MOVE "S" TO WS-DIFERENCIA
    END-IF
    MOVE WS-LIN-TEXTO TO REG-VERIF
    WRITE REG-VERIF
    MOVE "DETALLES EN LA PRESENTACION"  TO WS-LIN-TXT-ROTULO
    MOVE CON-DETALLES                   TO WS-LIN-TXT-VALOR
    MOVE SPACES                         TO WS-LIN-TXT-NOTA
    MOVE WS-LIN-TEXTO TO REG-VERIF
    WRITE REG-VERIF

    MOVE WS-LIN-SEPARA TO REG-VERIF
    WRITE REG-VERIF
    MOVE "LOTES ACUMULADOS EN EL PERIODO" TO WS-LIN-TXT-ROTULO
    MOVE WS-LOT-CANT                    TO WS-LIN-TXT-VALOR
    MOVE SPACES                         TO WS-LIN-TXT-NOTA
    MOVE WS-LIN-TEXTO TO REG-VERIF
    WRITE REG-VERIF
    PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
            UNTIL WS-LOT-IDX > WS-LOT-CANT
      MOVE WS-LOT-NRO(WS-LOT-IDX)   TO WS-LIN-LOT-NRO
      MOVE WS-LOT-FECHA(WS-LOT-IDX) TO WS-LIN-LOT-FECHA
      MOVE WS-LIN-LOTE TO REG-VERIF
      WRITE REG-VERIF
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

