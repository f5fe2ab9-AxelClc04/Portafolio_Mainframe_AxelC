*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_PRESE
*> PURPOSE    : Resumen de presentación y aprobación con doble control
*>              antes de publicar la interfaz. Corre después de la
*>              liquidación y del control de anomalías, inmediatamente
*>              antes de M6_SIM_P3_EXPOR, y deja en
*>              PRESENTACION_RESUMEN.txt lo que se va a presentar en el
*>              lote siguiente: cantidad e importe por tipo, los CUIT de
*>              mayor importe, los comprobantes en moneda extranjera y la
*>              variación contra el lote anterior (la interfaz publicada
*>              que todavía está en AFIP_INTERFAZ.txt). En
*>              PRESENTACION_CTL.txt queda la identificación del resumen
*>              (lote, fecha y hora, operador que corrió la cadena y
*>              totales) que la aprobación y la exportación verifican.
*>              Con el parámetro APROBAR, otro operador registra la
*>              aprobación de ese resumen en PRESENTACION_AUTORIZA.txt
*>              (operador, fecha y hora); M6_SIM_P3_EXPOR no publica sin
*>              una aprobación del resumen vigente cargada por un usuario
*>              distinto del que corrió la cadena.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_PRESE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Lo que se va a presentar: el mismo COMP_OK que exporta
*>  M6_SIM_P3_EXPOR, con el mismo criterio (sólo importes
*>  legibles suman).
    SELECT COMP-OK ASSIGN TO "COMP_OK.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-OK.

*>  Detalle de conversión de moneda del ciclo (lo graba
*>  M6_SIM_P3_ANSES), para listar los comprobantes en moneda
*>  extranjera.
    SELECT COMP-MONEDA ASSIGN TO "COMP_MONEDA.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-MONEDA.

*>  Última interfaz publicada: mientras EXPOR no corra, es el
*>  lote anterior, contra el que se calcula la variación.
    SELECT AFIP-ANT ASSIGN TO "AFIP_INTERFAZ.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ANT.

*>  Número del último lote publicado (ver el comentario de
*>  LOTE-NRO en M6_SIM_P3_EXPOR): el resumen es del siguiente.
    SELECT LOTE-NRO ASSIGN TO "COMP_LOTE_NRO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-LOTE.

*>  Resumen de presentación: uno por corrida, se pisa completo.
    SELECT PRES-REP ASSIGN TO "PRESENTACION_RESUMEN.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-REP.

*>  Identificación del resumen vigente, una sola línea:
*>  LOTE|FECHA|HORA|OPERADOR|CANTIDAD|IMPORTE|. Fecha y hora
*>  del resumen lo distinguen de uno anterior del mismo lote
*>  (ciclo rehecho): una aprobación vale sólo para el resumen
*>  que nombra.
    SELECT PRES-CTL ASSIGN TO "PRESENTACION_CTL.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CTL.

*>  Archivo de autorizaciones: una línea por aprobación, nunca
*>  se pisa (auditoría): LOTE|FECHA-RESUMEN|HORA-RESUMEN|
*>  OPERADOR|FECHA|HORA|.
    SELECT PRES-AUT ASSIGN TO "PRESENTACION_AUTORIZA.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-AUT.

    SELECT ORDEN-TRABAJO ASSIGN TO "SORTWK".

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.

*>  Estado de ciclo de la cadena (ver el comentario de
*>  CICLO-EST en M6_SIM_P3_ANSES): candado de secuencia que el
*>  scheduler solo no da. La aprobación no es una fase y no lo
*>  toca.
    SELECT CICLO-EST ASSIGN TO "CICLO_ESTADO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO.

    SELECT CICLO-EST-OUT ASSIGN TO "CICLO_ESTADO.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO-OUT.


DATA DIVISION.
  FILE SECTION.

    FD COMP-OK.
      01 REG-OK.
        05 NC-OK     PIC X(13).
        05 FILLER    PIC X    VALUE "|".
        05 FA-OK     PIC X(8).
        05 FILLER    PIC X    VALUE "|".
        05 CT-OK     PIC X(11).
        05 FILLER    PIC X    VALUE "|".
        05 TO-OK     PIC X(1).
        05 FILLER    PIC X    VALUE "|".
        05 IE-OK     PIC X(9).
        05 FILLER    PIC X    VALUE "|".
        05 EO-OK     PIC X(10).
        05 FILLER    PIC X    VALUE "|".

    FD COMP-MONEDA.
      01 REG-MONEDA.
        05 NC-MON    PIC X(13).
        05 FILLER    PIC X    VALUE "|".
        05 MN-MON    PIC X(3).
        05 FILLER    PIC X    VALUE "|".
        05 ID-MON    PIC X(12).
        05 FILLER    PIC X    VALUE "|".
        05 COT-MON   PIC X(11).
        05 FILLER    PIC X    VALUE "|".
        05 IE-MON    PIC X(9).
        05 FILLER    PIC X    VALUE "|".

    FD AFIP-ANT.
      01 REG-ANT           PIC X(67).

    FD LOTE-NRO.
      01 REG-LOTE          PIC X(10).

    FD PRES-REP.
      01 REG-REP           PIC X(120).

    FD PRES-CTL.
      01 REG-CTL.
        05 LO-PCT    PIC 9(6).
        05 FILLER    PIC X    VALUE "|".
        05 FE-PCT    PIC X(8).
        05 FILLER    PIC X    VALUE "|".
        05 HO-PCT    PIC X(6).
        05 FILLER    PIC X    VALUE "|".
        05 OP-PCT    PIC X(10).
        05 FILLER    PIC X    VALUE "|".
        05 CA-PCT    PIC 9(9).
        05 FILLER    PIC X    VALUE "|".
        05 IM-PCT    PIC 9(15).
        05 FILLER    PIC X    VALUE "|".

    FD PRES-AUT.
      01 REG-AUT.
        05 LO-AUT    PIC 9(6).
        05 FILLER    PIC X    VALUE "|".
        05 FR-AUT    PIC X(8).
        05 FILLER    PIC X    VALUE "|".
        05 HR-AUT    PIC X(6).
        05 FILLER    PIC X    VALUE "|".
        05 OP-AUT    PIC X(10).
        05 FILLER    PIC X    VALUE "|".
        05 FE-AUT    PIC X(8).
        05 FILLER    PIC X    VALUE "|".
        05 HO-AUT    PIC X(6).
        05 FILLER    PIC X    VALUE "|".

*>  Un registro por comprobante legible: el orden por CUIT
*>  arma el total de cada CUIT con corte de control.
    SD ORDEN-TRABAJO.
      01 REG-SRT.
        05 CT-SRT    PIC X(11).
        05 IE-SRT    PIC 9(9).

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

    77 FS-OK         PIC XX.
    77 FS-MONEDA     PIC XX.
    77 FS-ANT        PIC XX.
    77 FS-LOTE       PIC XX.
    77 FS-REP        PIC XX.
    77 FS-CTL        PIC XX.
    77 FS-AUT        PIC XX.

    77 FIN-OK        PIC X    VALUE "N".
    77 FIN-MONEDA    PIC X    VALUE "N".
    77 FIN-ANT       PIC X    VALUE "N".
    77 FIN-SORT      PIC X    VALUE "N".

    77 WS-PARAM-CMD  PIC X(20) VALUE SPACES.

    77 CON-OK-LEIDOS       PIC 9(9) VALUE ZEROS.
    77 CON-OK-ILEGIBLES    PIC 9(9) VALUE ZEROS.
    77 CON-CUITS           PIC 9(9) VALUE ZEROS.
    77 CON-EXTRANJERA      PIC 9(9) VALUE ZEROS.
    77 CON-EXT-IMPORTE     PIC 9(15) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE CONTROL DE LA CORRIDA: operador (el usuario del
*> sistema que la ejecuta), lote que se resume y totales.
*> ----------------------------------------------------------
    01 WS-PRE-CONTROL.
      05 WS-FECHA-CORRIDA     PIC X(8)  VALUE SPACES.
      05 WS-HORA-CORRIDA      PIC X(6)  VALUE SPACES.
      05 WS-OPERADOR          PIC X(10) VALUE SPACES.
      05 WS-LOTE-ULTIMO       PIC 9(6)  VALUE ZEROS.
      05 WS-LOTE-ACTUAL       PIC 9(6)  VALUE ZEROS.
      05 WS-IMP-AUX           PIC 9(9)  VALUE ZEROS.
      05 WS-TOT-CANT          PIC 9(9)  VALUE ZEROS.
      05 WS-TOT-IMP           PIC 9(15) VALUE ZEROS.
      05 WS-CTL-EXISTE        PIC X     VALUE "N".
      05 WS-MOTIVO            PIC X(60) VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DE TOTALES POR TIPO, DEL LOTE ACTUAL Y DEL ANTERIOR.
*> La cuarta fila junta cualquier tipo que no sea A, B o C
*> (no debería haber en COMP_OK).
*> ----------------------------------------------------------
    01 WS-TIPOS.
      05 WS-TIP-CODIGOS       PIC X(3)  VALUE "ABC".
      05 WS-TIP-BUSCA         PIC X(1)  VALUE SPACES.
      05 WS-TIP-IDX           PIC 9(1)  VALUE ZEROS.
      05 WS-TIP-ITEM OCCURS 4 TIMES.
        10 WS-TIP-CANT        PIC 9(9)  VALUE ZEROS.
        10 WS-TIP-IMP         PIC 9(15) VALUE ZEROS.
        10 WS-TIP-ANT-CANT    PIC 9(9)  VALUE ZEROS.
        10 WS-TIP-ANT-IMP     PIC 9(15) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DEL LOTE ANTERIOR (AFIP_INTERFAZ.txt PUBLICADA).
*> ----------------------------------------------------------
    01 WS-ANTERIOR.
      05 WS-ANT-EXISTE        PIC X     VALUE "N".
      05 WS-ANT-LOTE          PIC X(6)  VALUE SPACES.
      05 WS-ANT-FECHA         PIC X(8)  VALUE SPACES.
      05 WS-ANT-CANT          PIC 9(9)  VALUE ZEROS.
      05 WS-ANT-IMP           PIC 9(15) VALUE ZEROS.
      05 WS-ANT-LINEA         PIC X(67) VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DE LOS CUIT DE MAYOR IMPORTE: tabla ordenada de mayor
*> a menor, se inserta cada CUIT al cerrar su corte.
*> ----------------------------------------------------------
    01 WS-RANKING.
      05 WS-TOP-MAX           PIC 9(2)  VALUE 10.
      05 WS-TOP-CANT          PIC 9(2)  VALUE ZEROS.
      05 WS-TOP-IDX           PIC 9(2)  VALUE ZEROS.
      05 WS-TOP-ITEM OCCURS 10 TIMES.
        10 WS-TOP-CT          PIC X(11) VALUE SPACES.
        10 WS-TOP-COMP        PIC 9(9)  VALUE ZEROS.
        10 WS-TOP-IMP         PIC 9(15) VALUE ZEROS.

    01 WS-CORTE.
      05 WS-HAY-DATOS         PIC X     VALUE "N".
      05 WS-ACT-CT            PIC X(11) VALUE SPACES.
      05 WS-ACT-COMP          PIC 9(9)  VALUE ZEROS.
      05 WS-ACT-IMP           PIC 9(15) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DEL DETALLE DE CONVERSIÓN DE MONEDA. Tabla hash con
*> direccionamiento abierto (sondeo lineal), RÉPLICA DE LA
*> MISMA TABLA DE M6_SIM_P3_EXPOR, claveada por NC.
*> ----------------------------------------------------------
    01 WS-MND-CONTROL.
      05 WS-MND-ENCONTRADO    PIC X     VALUE "N".
      05 WS-MND-SATURADA      PIC X     VALUE "N".
      05 WS-MND-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-MND-TABLA-MAX     PIC 9(7)  VALUE 1000003.
      05 WS-MND-IDX           PIC 9(7)  VALUE ZEROS.
      05 WS-MND-PROBE-CANT    PIC 9(7)  VALUE ZEROS.
      05 WS-MND-CLAVE         PIC X(13) VALUE SPACES.
      05 WS-MND-HASH-SUMA     PIC 9(9)  COMP VALUE ZEROS.
      05 WS-MND-HASH-POS      PIC 9(2)  VALUE ZEROS.
      05 WS-MND-HASH-IDX      PIC 9(7)  VALUE ZEROS.
      05 WS-MND-SLOT OCCURS 1000003 TIMES.
        10 WS-MND-SLOT-VAL    PIC X(13) VALUE SPACES.
        10 WS-MND-SLOT-MN     PIC X(3)  VALUE SPACES.
        10 WS-MND-SLOT-ID     PIC X(12) VALUE SPACES.
        10 WS-MND-SLOT-COT    PIC X(11) VALUE SPACES.
        10 WS-MND-SLOT-OCUP   PIC X     VALUE SPACE.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LÍNEAS DEL RESUMEN DE PRESENTACIÓN.
*> ----------------------------------------------------------
    01 WS-LIN-TITULO.
      05 FILLER               PIC X(38)
         VALUE "RESUMEN DE PRESENTACION A AFIP - LOTE ".
      05 WS-LIN-TIT-LOTE      PIC 9(6).
      05 FILLER               PIC X(9)  VALUE " - FECHA ".
      05 WS-LIN-TIT-FECHA     PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(6)  VALUE " HORA ".
      05 WS-LIN-TIT-HORA      PIC X(6)  VALUE SPACES.
      05 FILLER               PIC X(47) VALUE SPACES.

    01 WS-LIN-SEPARA          PIC X(120) VALUE ALL "-".

    01 WS-LIN-TEXTO           PIC X(120) VALUE SPACES.

    01 WS-LIN-TIPO.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-TIP-COD       PIC X(8)  VALUE SPACES.
      05 WS-LIN-TIP-CANT      PIC Z(8)9.
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-LIN-TIP-IMP       PIC Z(14)9.
      05 FILLER               PIC X(83) VALUE SPACES.

    01 WS-LIN-TOP.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-TOP-NRO       PIC Z9.
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-LIN-TOP-CT        PIC X(11) VALUE SPACES.
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-LIN-TOP-COMP      PIC Z(8)9.
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-LIN-TOP-IMP       PIC Z(14)9.
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-LIN-TOP-PCT       PIC ZZ9.9.
      05 FILLER               PIC X(2)  VALUE " %".
      05 FILLER               PIC X(62) VALUE SPACES.

    01 WS-LIN-EXT.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-EXT-NC        PIC X(13) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-EXT-CT        PIC X(11) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-EXT-TO        PIC X(1)  VALUE SPACES.
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-LIN-EXT-MN        PIC X(3)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-EXT-ID        PIC X(12) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-EXT-COT       PIC X(11) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-EXT-IE        PIC X(9)  VALUE SPACES.
      05 FILLER               PIC X(45) VALUE SPACES.

    01 WS-LIN-VAR.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-VAR-COD       PIC X(8)  VALUE SPACES.
      05 WS-LIN-VAR-CANT-ANT  PIC Z(8)9.
      05 FILLER               PIC X(1)  VALUE SPACES.
      05 WS-LIN-VAR-CANT-ACT  PIC Z(8)9.
      05 FILLER               PIC X(1)  VALUE SPACES.
      05 WS-LIN-VAR-CANT-DIF  PIC -(9)9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-VAR-IMP-ANT   PIC Z(14)9.
      05 FILLER               PIC X(1)  VALUE SPACES.
      05 WS-LIN-VAR-IMP-ACT   PIC Z(14)9.
      05 FILLER               PIC X(1)  VALUE SPACES.
      05 WS-LIN-VAR-IMP-DIF   PIC -(15)9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-VAR-PCT       PIC X(10) VALUE SPACES.
      05 FILLER               PIC X(18) VALUE SPACES.

*>  Campos de cálculo y edición para los porcentajes.
    01 WS-CALCULO.
      05 WS-DIF-CANT          PIC S9(9)     VALUE ZEROS.
      05 WS-DIF-IMP           PIC S9(15)    VALUE ZEROS.
      05 WS-PCT               PIC S9(5)V9   VALUE ZEROS.
      05 WS-ED-PCT            PIC -(5)9.9.
      05 WS-ED-CANT           PIC Z(8)9.
      05 WS-ED-IMP            PIC Z(14)9.

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
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_PRESE".
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
*> COMENTARIO DE CICLO-EST AHÍ). Fase requerida: 6 (corre
*> detrás del control de anomalías, inmediatamente antes de la
*> publicación); fase propia: 0.
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
      05 WS-CIC-FASE-REQ      PIC 9(1)  VALUE 6.
      05 WS-CIC-FASE-PROPIA   PIC 9(1)  VALUE 0.
      05 WS-CIC-RC-FIN        PIC X(2)  VALUE SPACES.
      05 WS-CIC-DELETE-RC     PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-CIC-RENAME-RC     PIC 9(9)  COMP-5 VALUE ZEROS.

    01 WS-REG-CICLO.
      05 UL-CIC-WS   PIC 9(1).
      05 FILLER      PIC X    VALUE "|".
      05 PG-CIC-WS   PIC X(17) VALUE "M6_SIM_P3_PRESE".
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
*> SECCIÓN: MODO DE CORRIDA Y OPERADOR. Sin operador no hay
*> doble control posible: se aborta antes de tocar nada.
*> ==========================================================

  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
  MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-CORRIDA

  ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
  IF WS-OPERADOR = SPACES
      DISPLAY "Error: no se pudo determinar el operador (variable "
              "USER vacia); sin operador no hay doble control. Se "
              "aborta."
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF

  ACCEPT WS-PARAM-CMD FROM COMMAND-LINE
  EVALUATE FUNCTION TRIM(WS-PARAM-CMD)
    WHEN SPACES
      CONTINUE
    WHEN "APROBAR"
      PERFORM APROBAR-PRESENTACION
      STOP RUN
    WHEN OTHER
      DISPLAY "Error: parametro desconocido '"
              FUNCTION TRIM(WS-PARAM-CMD)
              "' (se admite APROBAR o ninguno); se aborta."
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-EVALUATE

*> ==========================================================
*> SECCIÓN: CANDADO, LOTE QUE SE RESUME Y DATOS DE APOYO.
*> ==========================================================

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  PERFORM GRABAR-BITACORA

  PERFORM VERIFICAR-CICLO
  PERFORM ESTAMPAR-CICLO-INICIO

  PERFORM CARGAR-LOTE-NRO
  COMPUTE WS-LOTE-ACTUAL = WS-LOTE-ULTIMO + 1

  PERFORM CARGAR-MONEDAS
  PERFORM CARGAR-LOTE-ANTERIOR

*> ==========================================================
*> SECCIÓN: TOTALES POR TIPO Y POR CUIT (SORT POR CUIT CON
*> CORTE DE CONTROL).
*> ==========================================================

  SORT ORDEN-TRABAJO
      ON ASCENDING KEY CT-SRT
      INPUT PROCEDURE IS LEER-COMPROBANTES
      OUTPUT PROCEDURE IS ARMAR-RANKING

*> ==========================================================
*> SECCIÓN: RESUMEN DE PRESENTACIÓN E IDENTIFICACIÓN.
*> ==========================================================

  PERFORM GRABAR-RESUMEN-PRESENTACION
  PERFORM GRABAR-CONTROL-PRESENTACION

  DISPLAY "Resumen de presentacion: PRESENTACION_RESUMEN.txt"
  DISPLAY "  Lote:        " WS-LOTE-ACTUAL
  DISPLAY "  Comprobantes:" WS-TOT-CANT
  DISPLAY "  Importe:     " WS-TOT-IMP
  DISPLAY "  Ilegibles:   " CON-OK-ILEGIBLES
  DISPLAY "  CUITs:       " CON-CUITS
  DISPLAY "  Extranjera:  " CON-EXTRANJERA
  DISPLAY "  Operador:    " WS-OPERADOR
  DISPLAY "Pendiente de aprobacion por un operador distinto de "
          FUNCTION TRIM(WS-OPERADOR)
          " (M6_SIM_P3_PRESE APROBAR)."
  DISPLAY "---------FIN DE RESUMEN DE PRESENTACION---------"

*>  Un importe ilegible en COMP_OK hace que EXPOR rechace la
*>  generación: se avisa desde acá con RC 04.
  IF CON-OK-ILEGIBLES > 0
      MOVE "04" TO WS-CIC-RC-FIN
      MOVE 4 TO RETURN-CODE
  ELSE
      MOVE "00" TO WS-CIC-RC-FIN
  END-IF
  PERFORM ESTAMPAR-CICLO-FIN

  MOVE "FIN" TO FA-BIT
  MOVE WS-CIC-RC-FIN TO RC-BIT
  MOVE SPACES TO DE-BIT
  STRING "LOTE " WS-LOTE-ACTUAL " CANT " WS-TOT-CANT
         " IMP " WS-TOT-IMP " OP " WS-OPERADOR
         DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: LECTURA DE COMP_OK (INPUT PROCEDURE DEL SORT).
*> ==========================================================

  LEER-COMPROBANTES.
    OPEN INPUT COMP-OK
    IF FS-OK NOT = "00"
        DISPLAY "Error al abrir COMP_OK.txt, FILE STATUS: " FS-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-OK
    PERFORM UNTIL FIN-OK = "1"
      READ COMP-OK
        AT END
          MOVE "1" TO FIN-OK
        NOT AT END
          ADD 1 TO CON-OK-LEIDOS
          PERFORM ACUMULAR-COMPROBANTE
      END-READ
    END-PERFORM
    CLOSE COMP-OK.

*>  Mismo criterio que M6_SIM_P3_EXPOR/GRABAR-DETALLE: sólo un
*>  importe legible entra en los totales que se presentan.
  ACUMULAR-COMPROBANTE.
    IF IE-OK IS NOT NUMERIC
        ADD 1 TO CON-OK-ILEGIBLES
        EXIT PARAGRAPH
    END-IF
    MOVE IE-OK TO WS-IMP-AUX

    MOVE TO-OK TO WS-TIP-BUSCA
    PERFORM UBICAR-TIPO
    ADD 1          TO WS-TIP-CANT(WS-TIP-IDX)
    ADD WS-IMP-AUX TO WS-TIP-IMP(WS-TIP-IDX)
    ADD 1          TO WS-TOT-CANT
    ADD WS-IMP-AUX TO WS-TOT-IMP

    MOVE CT-OK      TO CT-SRT
    MOVE WS-IMP-AUX TO IE-SRT
    RELEASE REG-SRT.

*>  Devuelve en WS-TIP-IDX la fila del tipo: 1 A, 2 B, 3 C y
*>  4 para cualquier otro.
  UBICAR-TIPO.
    EVALUATE WS-TIP-BUSCA
      WHEN "A"
        MOVE 1 TO WS-TIP-IDX
      WHEN "B"
        MOVE 2 TO WS-TIP-IDX
      WHEN "C"
        MOVE 3 TO WS-TIP-IDX
      WHEN OTHER
        MOVE 4 TO WS-TIP-IDX
    END-EVALUATE.

*> ==========================================================
*> SECCIÓN: TOTAL POR CUIT Y RANKING (OUTPUT PROCEDURE).
*> ==========================================================

  ARMAR-RANKING.
    PERFORM UNTIL FIN-SORT = "1"
      RETURN ORDEN-TRABAJO
        AT END
          MOVE "1" TO FIN-SORT
        NOT AT END
          PERFORM PROCESAR-ORDENADO
      END-RETURN
    END-PERFORM
    IF WS-HAY-DATOS = "S"
        PERFORM CERRAR-CUIT
    END-IF.

  PROCESAR-ORDENADO.
    IF WS-HAY-DATOS = "S" AND CT-SRT NOT = WS-ACT-CT
        PERFORM CERRAR-CUIT
    END-IF
    IF WS-HAY-DATOS = "N" OR CT-SRT NOT = WS-ACT-CT
        MOVE "S"    TO WS-HAY-DATOS
        MOVE CT-SRT TO WS-ACT-CT
        MOVE ZEROS  TO WS-ACT-COMP WS-ACT-IMP
    END-IF
    ADD 1      TO WS-ACT-COMP
    ADD IE-SRT TO WS-ACT-IMP.

*>  Inserta el CUIT que cierra en la tabla ordenada por
*>  importe (a igual importe queda primero el de menor CUIT,
*>  que llegó antes).
  CERRAR-CUIT.
    ADD 1 TO CON-CUITS
    IF WS-TOP-CANT < WS-TOP-MAX
        ADD 1 TO WS-TOP-CANT
        MOVE WS-TOP-CANT TO WS-TOP-IDX
    ELSE
        IF WS-ACT-IMP <= WS-TOP-IMP(WS-TOP-MAX)
            EXIT PARAGRAPH
        END-IF
        MOVE WS-TOP-MAX TO WS-TOP-IDX
    END-IF
    PERFORM UNTIL WS-TOP-IDX = 1
            OR WS-TOP-IMP(WS-TOP-IDX - 1) >= WS-ACT-IMP
      MOVE WS-TOP-ITEM(WS-TOP-IDX - 1) TO WS-TOP-ITEM(WS-TOP-IDX)
      SUBTRACT 1 FROM WS-TOP-IDX
    END-PERFORM
    MOVE WS-ACT-CT   TO WS-TOP-CT(WS-TOP-IDX)
    MOVE WS-ACT-COMP TO WS-TOP-COMP(WS-TOP-IDX)
    MOVE WS-ACT-IMP  TO WS-TOP-IMP(WS-TOP-IDX).

*> ==========================================================
*> SECCIÓN: LOTE ANTERIOR. Se toma la interfaz publicada tal
*> como está: cabecera (lote y fecha) y detalles por tipo. Sin
*> interfaz publicada no hay variación que mostrar.
*> ==========================================================

  CARGAR-LOTE-ANTERIOR.
    OPEN INPUT AFIP-ANT
    IF FS-ANT NOT = "00"
        DISPLAY "Sin lote anterior publicado (AFIP_INTERFAZ.txt), "
                "FILE STATUS: " FS-ANT "; el resumen sale sin "
                "variacion."
        EXIT PARAGRAPH
    END-IF

    MOVE "S" TO WS-ANT-EXISTE
    MOVE "N" TO FIN-ANT
    PERFORM UNTIL FIN-ANT = "1"
      READ AFIP-ANT
        AT END
          MOVE "1" TO FIN-ANT
        NOT AT END
          MOVE REG-ANT TO WS-ANT-LINEA
          EVALUATE WS-ANT-LINEA(1:1)
            WHEN "1"
              MOVE WS-ANT-LINEA(2:8)  TO WS-ANT-FECHA
              MOVE WS-ANT-LINEA(10:6) TO WS-ANT-LOTE
            WHEN "2"
              IF WS-ANT-LINEA(35:9) IS NUMERIC
                  MOVE WS-ANT-LINEA(35:9) TO WS-IMP-AUX
                  MOVE WS-ANT-LINEA(34:1) TO WS-TIP-BUSCA
                  PERFORM UBICAR-TIPO
                  ADD 1          TO WS-TIP-ANT-CANT(WS-TIP-IDX)
                  ADD WS-IMP-AUX TO WS-TIP-ANT-IMP(WS-TIP-IDX)
                  ADD 1          TO WS-ANT-CANT
                  ADD WS-IMP-AUX TO WS-ANT-IMP
              END-IF
            WHEN OTHER
              CONTINUE
          END-EVALUATE
      END-READ
    END-PERFORM
    CLOSE AFIP-ANT.

*> ==========================================================
*> SECCIÓN: RESUMEN DE PRESENTACIÓN (PRESENTACION_RESUMEN.txt).
*> ==========================================================

  GRABAR-RESUMEN-PRESENTACION.
    OPEN OUTPUT PRES-REP
    IF FS-REP NOT = "00"
        DISPLAY "Error al crear PRESENTACION_RESUMEN.txt, FILE "
                "STATUS: " FS-REP
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-LOTE-ACTUAL   TO WS-LIN-TIT-LOTE
    MOVE WS-FECHA-CORRIDA TO WS-LIN-TIT-FECHA
    MOVE WS-HORA-CORRIDA  TO WS-LIN-TIT-HORA
    MOVE WS-LIN-TITULO TO REG-REP
    WRITE REG-REP
    MOVE SPACES TO WS-LIN-TEXTO
    STRING "CADENA CORRIDA POR: " WS-OPERADOR DELIMITED BY SIZE
      INTO WS-LIN-TEXTO
    END-STRING
    MOVE WS-LIN-TEXTO TO REG-REP
    WRITE REG-REP
    MOVE WS-LIN-SEPARA TO REG-REP
    WRITE REG-REP

    PERFORM GRABAR-SECCION-TIPOS
    PERFORM GRABAR-SECCION-RANKING
    PERFORM GRABAR-SECCION-EXTRANJERA
    PERFORM GRABAR-SECCION-VARIACION

    MOVE SPACES TO REG-REP
    WRITE REG-REP
    MOVE WS-LIN-SEPARA TO REG-REP
    WRITE REG-REP
    IF CON-OK-ILEGIBLES > 0
        MOVE CON-OK-ILEGIBLES TO WS-ED-CANT
        MOVE SPACES TO WS-LIN-TEXTO
        STRING "ATENCION: " FUNCTION TRIM(WS-ED-CANT)
               " COMPROBANTES DE COMP_OK CON IMPORTE ILEGIBLE; LA "
               "EXPORTACION LOS VA A RECHAZAR." DELIMITED BY SIZE
          INTO WS-LIN-TEXTO
        END-STRING
        MOVE WS-LIN-TEXTO TO REG-REP
        WRITE REG-REP
    END-IF
    MOVE SPACES TO WS-LIN-TEXTO
    STRING "PENDIENTE DE APROBACION: DEBE CARGARLA UN OPERADOR "
           "DISTINTO DE " FUNCTION TRIM(WS-OPERADOR)
           " CON M6_SIM_P3_PRESE APROBAR." DELIMITED BY SIZE
      INTO WS-LIN-TEXTO
    END-STRING
    MOVE WS-LIN-TEXTO TO REG-REP
    WRITE REG-REP

    CLOSE PRES-REP.

  GRABAR-SECCION-TIPOS.
    MOVE SPACES TO REG-REP
    WRITE REG-REP
    MOVE "1. CANTIDAD E IMPORTE POR TIPO" TO REG-REP
    WRITE REG-REP
    MOVE "  TIPO     CANTIDAD           IMPORTE" TO REG-REP
    WRITE REG-REP
    PERFORM VARYING WS-TIP-IDX FROM 1 BY 1 UNTIL WS-TIP-IDX > 4
      IF WS-TIP-IDX < 4 OR WS-TIP-CANT(WS-TIP-IDX) > 0
          PERFORM NOMBRE-TIPO
          MOVE WS-TIP-CANT(WS-TIP-IDX) TO WS-LIN-TIP-CANT
          MOVE WS-TIP-IMP(WS-TIP-IDX)  TO WS-LIN-TIP-IMP
          MOVE WS-LIN-TIPO TO REG-REP
          WRITE REG-REP
      END-IF
    END-PERFORM
    MOVE "TOTAL"     TO WS-LIN-TIP-COD
    MOVE WS-TOT-CANT TO WS-LIN-TIP-CANT
    MOVE WS-TOT-IMP  TO WS-LIN-TIP-IMP
    MOVE WS-LIN-TIPO TO REG-REP
    WRITE REG-REP.

*>  Rótulo de la fila WS-TIP-IDX en WS-LIN-TIP-COD y
*>  WS-LIN-VAR-COD.
  NOMBRE-TIPO.
    IF WS-TIP-IDX < 4
        MOVE SPACES TO WS-LIN-TIP-COD
        MOVE WS-TIP-CODIGOS(WS-TIP-IDX:1) TO WS-LIN-TIP-COD
    ELSE
        MOVE "OTROS" TO WS-LIN-TIP-COD
    END-IF
    MOVE WS-LIN-TIP-COD TO WS-LIN-VAR-COD.

  GRABAR-SECCION-RANKING.
    MOVE SPACES TO REG-REP
    WRITE REG-REP
    MOVE WS-TOP-MAX TO WS-ED-CANT
    MOVE SPACES TO WS-LIN-TEXTO
    STRING "2. CUIT DE MAYOR IMPORTE (PRIMEROS "
           FUNCTION TRIM(WS-ED-CANT) ")" DELIMITED BY SIZE
      INTO WS-LIN-TEXTO
    END-STRING
    MOVE WS-LIN-TEXTO TO REG-REP
    WRITE REG-REP
    IF WS-TOP-CANT = 0
        MOVE "  SIN COMPROBANTES A PRESENTAR." TO REG-REP
        WRITE REG-REP
        EXIT PARAGRAPH
    END-IF
    MOVE "  NRO  CUIT       COMPROBANTES           IMPORTE  % DEL TOTAL"
      TO REG-REP
    WRITE REG-REP
    PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
            UNTIL WS-TOP-IDX > WS-TOP-CANT
      MOVE WS-TOP-IDX              TO WS-LIN-TOP-NRO
      MOVE WS-TOP-CT(WS-TOP-IDX)   TO WS-LIN-TOP-CT
      MOVE WS-TOP-COMP(WS-TOP-IDX) TO WS-LIN-TOP-COMP
      MOVE WS-TOP-IMP(WS-TOP-IDX)  TO WS-LIN-TOP-IMP
      IF WS-TOT-IMP > 0
          COMPUTE WS-PCT ROUNDED =
                  WS-TOP-IMP(WS-TOP-IDX) * 100 / WS-TOT-IMP
      ELSE
          MOVE ZEROS TO WS-PCT
      END-IF
      MOVE WS-PCT TO WS-LIN-TOP-PCT
      MOVE WS-LIN-TOP TO REG-REP
      WRITE REG-REP
    END-PERFORM.

*>  Segunda pasada sobre COMP_OK, en su orden, para listar
*>  los comprobantes cuyo detalle de conversión no es en pesos.
  GRABAR-SECCION-EXTRANJERA.
    MOVE SPACES TO REG-REP
    WRITE REG-REP
    MOVE "3. COMPROBANTES EN MONEDA EXTRANJERA" TO REG-REP
    WRITE REG-REP

    OPEN INPUT COMP-OK
    IF FS-OK NOT = "00"
        DISPLAY "Error al releer COMP_OK.txt, FILE STATUS: " FS-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO FIN-OK
    PERFORM UNTIL FIN-OK = "1"
      READ COMP-OK
        AT END
          MOVE "1" TO FIN-OK
        NOT AT END
          PERFORM LISTAR-EXTRANJERA
      END-READ
    END-PERFORM
    CLOSE COMP-OK

    IF CON-EXTRANJERA = 0
        MOVE "  SIN COMPROBANTES EN MONEDA EXTRANJERA." TO REG-REP
        WRITE REG-REP
    ELSE
        MOVE CON-EXTRANJERA  TO WS-ED-CANT
        MOVE CON-EXT-IMPORTE TO WS-ED-IMP
        MOVE SPACES TO WS-LIN-TEXTO
        STRING "  TOTAL: " FUNCTION TRIM(WS-ED-CANT)
               " COMPROBANTES, PESIFICADO " FUNCTION TRIM(WS-ED-IMP)
               DELIMITED BY SIZE
          INTO WS-LIN-TEXTO
        END-STRING
        MOVE WS-LIN-TEXTO TO REG-REP
        WRITE REG-REP
    END-IF.

  LISTAR-EXTRANJERA.
    IF IE-OK IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE NC-OK TO WS-MND-CLAVE
    PERFORM BUSCAR-MND
    IF WS-MND-ENCONTRADO NOT = "S"
       OR WS-MND-SLOT-MN(WS-MND-IDX) = "ARS"
        EXIT PARAGRAPH
    END-IF

    IF CON-EXTRANJERA = 0
        MOVE SPACES TO WS-LIN-TEXTO
        MOVE "  NRO COMPROB.   CUIT        TIPO MON  ORIGINAL      "
          TO WS-LIN-TEXTO
        MOVE "COTIZACION   PESIFICADO" TO WS-LIN-TEXTO(54:23)
        MOVE WS-LIN-TEXTO TO REG-REP
        WRITE REG-REP
    END-IF
    ADD 1 TO CON-EXTRANJERA
    MOVE IE-OK TO WS-IMP-AUX
    ADD WS-IMP-AUX TO CON-EXT-IMPORTE

    MOVE NC-OK                       TO WS-LIN-EXT-NC
    MOVE CT-OK                       TO WS-LIN-EXT-CT
    MOVE TO-OK                       TO WS-LIN-EXT-TO
    MOVE WS-MND-SLOT-MN(WS-MND-IDX)  TO WS-LIN-EXT-MN
    MOVE WS-MND-SLOT-ID(WS-MND-IDX)  TO WS-LIN-EXT-ID
    MOVE WS-MND-SLOT-COT(WS-MND-IDX) TO WS-LIN-EXT-COT
    MOVE IE-OK                       TO WS-LIN-EXT-IE
    MOVE WS-LIN-EXT TO REG-REP
    WRITE REG-REP.

  GRABAR-SECCION-VARIACION.
    MOVE SPACES TO REG-REP
    WRITE REG-REP
    IF WS-ANT-EXISTE NOT = "S"
        MOVE "4. VARIACION CONTRA EL LOTE ANTERIOR" TO REG-REP
        WRITE REG-REP
        MOVE "  SIN LOTE ANTERIOR PUBLICADO (AFIP_INTERFAZ.txt)."
          TO REG-REP
        WRITE REG-REP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-LIN-TEXTO
    STRING "4. VARIACION CONTRA EL LOTE ANTERIOR (LOTE "
           WS-ANT-LOTE " DEL " WS-ANT-FECHA ")" DELIMITED BY SIZE
      INTO WS-LIN-TEXTO
    END-STRING
    MOVE WS-LIN-TEXTO TO REG-REP
    WRITE REG-REP
    MOVE SPACES TO WS-LIN-TEXTO
    MOVE "  TIPO     CANT ANT  CANT ACT DIFERENCIA" TO WS-LIN-TEXTO
    MOVE "      IMPORTE ANT     IMPORTE ACT       DIFERENCIA  VARIACION"
      TO WS-LIN-TEXTO(41:61)
    MOVE WS-LIN-TEXTO TO REG-REP
    WRITE REG-REP

    PERFORM VARYING WS-TIP-IDX FROM 1 BY 1 UNTIL WS-TIP-IDX > 4
      IF WS-TIP-IDX < 4 OR WS-TIP-CANT(WS-TIP-IDX) > 0
         OR WS-TIP-ANT-CANT(WS-TIP-IDX) > 0
          PERFORM NOMBRE-TIPO
          PERFORM GRABAR-LINEA-VARIACION
      END-IF
    END-PERFORM
    MOVE "TOTAL" TO WS-LIN-VAR-COD
    PERFORM GRABAR-LINEA-TOTAL-VAR.

*>  Línea de variación de la fila WS-TIP-IDX: anterior contra
*>  actual, diferencia y porcentaje sobre el importe anterior.
  GRABAR-LINEA-VARIACION.
    MOVE WS-TIP-ANT-CANT(WS-TIP-IDX) TO WS-LIN-VAR-CANT-ANT
    MOVE WS-TIP-CANT(WS-TIP-IDX)     TO WS-LIN-VAR-CANT-ACT
    COMPUTE WS-DIF-CANT = WS-TIP-CANT(WS-TIP-IDX)
                          - WS-TIP-ANT-CANT(WS-TIP-IDX)
    MOVE WS-DIF-CANT TO WS-LIN-VAR-CANT-DIF
    MOVE WS-TIP-ANT-IMP(WS-TIP-IDX)  TO WS-LIN-VAR-IMP-ANT
    MOVE WS-TIP-IMP(WS-TIP-IDX)      TO WS-LIN-VAR-IMP-ACT
    COMPUTE WS-DIF-IMP = WS-TIP-IMP(WS-TIP-IDX)
                         - WS-TIP-ANT-IMP(WS-TIP-IDX)
    MOVE WS-DIF-IMP TO WS-LIN-VAR-IMP-DIF
    IF WS-TIP-ANT-IMP(WS-TIP-IDX) > 0
        COMPUTE WS-PCT ROUNDED =
                WS-DIF-IMP * 100 / WS-TIP-ANT-IMP(WS-TIP-IDX)
          ON SIZE ERROR
            MOVE 99999.9 TO WS-PCT
        END-COMPUTE
        MOVE WS-PCT TO WS-ED-PCT
        MOVE WS-ED-PCT TO WS-LIN-VAR-PCT(1:8)
        MOVE " %"      TO WS-LIN-VAR-PCT(9:2)
    ELSE
        MOVE "     N/A  " TO WS-LIN-VAR-PCT
    END-IF
    MOVE WS-LIN-VAR TO REG-REP
    WRITE REG-REP.

  GRABAR-LINEA-TOTAL-VAR.
    MOVE WS-ANT-CANT TO WS-LIN-VAR-CANT-ANT
    MOVE WS-TOT-CANT TO WS-LIN-VAR-CANT-ACT
    COMPUTE WS-DIF-CANT = WS-TOT-CANT - WS-ANT-CANT
    MOVE WS-DIF-CANT TO WS-LIN-VAR-CANT-DIF
    MOVE WS-ANT-IMP  TO WS-LIN-VAR-IMP-ANT
    MOVE WS-TOT-IMP  TO WS-LIN-VAR-IMP-ACT
    COMPUTE WS-DIF-IMP = WS-TOT-IMP - WS-ANT-IMP
    MOVE WS-DIF-IMP TO WS-LIN-VAR-IMP-DIF
    IF WS-ANT-IMP > 0
        COMPUTE WS-PCT ROUNDED = WS-DIF-IMP * 100 / WS-ANT-IMP
          ON SIZE ERROR
            MOVE 99999.9 TO WS-PCT
        END-COMPUTE
        MOVE WS-PCT TO WS-ED-PCT
        MOVE WS-ED-PCT TO WS-LIN-VAR-PCT(1:8)
        MOVE " %"      TO WS-LIN-VAR-PCT(9:2)
    ELSE
        MOVE "     N/A  " TO WS-LIN-VAR-PCT
    END-IF
    MOVE WS-LIN-VAR TO REG-REP
    WRITE REG-REP.

*> ==========================================================
*> SECCIÓN: IDENTIFICACIÓN DEL RESUMEN VIGENTE
*> (PRESENTACION_CTL.txt). Se pisa: un resumen nuevo invalida
*> las aprobaciones del anterior.
*> ==========================================================

  GRABAR-CONTROL-PRESENTACION.
    OPEN OUTPUT PRES-CTL
    IF FS-CTL NOT = "00"
        DISPLAY "Error al crear PRESENTACION_CTL.txt, FILE STATUS: "
                FS-CTL
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO REG-CTL
    MOVE WS-LOTE-ACTUAL   TO LO-PCT
    MOVE WS-FECHA-CORRIDA TO FE-PCT
    MOVE WS-HORA-CORRIDA  TO HO-PCT
    MOVE WS-OPERADOR      TO OP-PCT
    MOVE WS-TOT-CANT      TO CA-PCT
    MOVE WS-TOT-IMP       TO IM-PCT
    MOVE "|" TO REG-CTL(7:1) REG-CTL(16:1) REG-CTL(23:1)
                REG-CTL(34:1) REG-CTL(44:1) REG-CTL(60:1)
    WRITE REG-CTL
    CLOSE PRES-CTL.

*> ==========================================================
*> SECCIÓN: APROBACIÓN (PARÁMETRO APROBAR). No es una fase
*> del ciclo: no toma el candado. Se exige que haya un resumen
*> vigente, que sea del lote que sigue (no uno ya publicado),
*> que COMP_OK no haya cambiado desde que se armó y que quien
*> aprueba no sea quien corrió la cadena. La aprobación se
*> agrega al archivo de autorizaciones; los rechazos quedan en
*> la bitácora.
*> ==========================================================

  APROBAR-PRESENTACION.
    MOVE "INICIO" TO FA-BIT
    MOVE SPACES   TO RC-BIT DE-BIT
    MOVE "APROBAR" TO DE-BIT
    PERFORM GRABAR-BITACORA

    PERFORM CARGAR-CONTROL-PRESENTACION
    IF WS-CTL-EXISTE NOT = "S"
        MOVE "SIN RESUMEN DE PRESENTACION VIGENTE" TO WS-MOTIVO
        PERFORM RECHAZAR-APROBACION
    END-IF

    PERFORM CARGAR-LOTE-NRO
    COMPUTE WS-LOTE-ACTUAL = WS-LOTE-ULTIMO + 1
    IF LO-PCT NOT = WS-LOTE-ACTUAL
        MOVE SPACES TO WS-MOTIVO
        STRING "RESUMEN DEL LOTE " LO-PCT " YA PUBLICADO"
               DELIMITED BY SIZE
          INTO WS-MOTIVO
        END-STRING
        PERFORM RECHAZAR-APROBACION
    END-IF

    IF OP-PCT = WS-OPERADOR
        MOVE SPACES TO WS-MOTIVO
        STRING "MISMO OPERADOR QUE CORRIO LA CADENA ("
               FUNCTION TRIM(WS-OPERADOR) ")" DELIMITED BY SIZE
          INTO WS-MOTIVO
        END-STRING
        PERFORM RECHAZAR-APROBACION
    END-IF

    PERFORM RECONTAR-COMP-OK
    IF WS-TOT-CANT NOT = CA-PCT OR WS-TOT-IMP NOT = IM-PCT
        MOVE "COMP_OK CAMBIO DESDE EL RESUMEN; VOLVER A ARMARLO"
          TO WS-MOTIVO
        PERFORM RECHAZAR-APROBACION
    END-IF

    OPEN EXTEND PRES-AUT
    IF FS-AUT = "35"
        OPEN OUTPUT PRES-AUT
    END-IF
    IF FS-AUT NOT = "00"
        DISPLAY "Error al abrir PRESENTACION_AUTORIZA.txt, FILE "
                "STATUS: " FS-AUT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO REG-AUT
    MOVE LO-PCT      TO LO-AUT
    MOVE FE-PCT      TO FR-AUT
    MOVE HO-PCT      TO HR-AUT
    MOVE WS-OPERADOR TO OP-AUT
    MOVE FUNCTION CURRENT-DATE(1:8) TO FE-AUT
    MOVE FUNCTION CURRENT-DATE(9:6) TO HO-AUT
    MOVE "|" TO REG-AUT(7:1) REG-AUT(16:1) REG-AUT(23:1)
                REG-AUT(34:1) REG-AUT(43:1) REG-AUT(50:1)
    WRITE REG-AUT
    CLOSE PRES-AUT

    DISPLAY "Presentacion aprobada:"
    DISPLAY "  Lote:        " LO-PCT
    DISPLAY "  Resumen del: " FE-PCT " " HO-PCT
    DISPLAY "  Comprobantes:" CA-PCT
    DISPLAY "  Importe:     " IM-PCT
    DISPLAY "  Cadena:      " OP-PCT
    DISPLAY "  Aprobada por:" WS-OPERADOR
    DISPLAY "---------FIN DE APROBACION---------"

    MOVE "FIN" TO FA-BIT
    MOVE "00"  TO RC-BIT
    MOVE SPACES TO DE-BIT
    STRING "APROBADO LOTE " LO-PCT " RESUMEN " FE-PCT " " HO-PCT
           " OPER " WS-OPERADOR DELIMITED BY SIZE
      INTO DE-BIT
    END-STRING
    PERFORM GRABAR-BITACORA.

  RECHAZAR-APROBACION.
    DISPLAY "Error: aprobacion rechazada: "
            FUNCTION TRIM(WS-MOTIVO) "."
    MOVE "FIN" TO FA-BIT
    MOVE "08"  TO RC-BIT
    MOVE SPACES TO DE-BIT
    STRING "RECHAZADA: " WS-MOTIVO DELIMITED BY SIZE
      INTO DE-BIT
    END-STRING
    PERFORM GRABAR-BITACORA
    MOVE 8 TO RETURN-CODE
    STOP RUN.

  CARGAR-CONTROL-PRESENTACION.
    MOVE "N" TO WS-CTL-EXISTE
    OPEN INPUT PRES-CTL
    IF FS-CTL = "00"
        READ PRES-CTL
          AT END
            CONTINUE
        END-READ
        IF FS-CTL = "00" AND LO-PCT IS NUMERIC
           AND CA-PCT IS NUMERIC AND IM-PCT IS NUMERIC
            MOVE "S" TO WS-CTL-EXISTE
        END-IF
        CLOSE PRES-CTL
    END-IF.

  RECONTAR-COMP-OK.
    MOVE ZEROS TO WS-TOT-CANT WS-TOT-IMP
    OPEN INPUT COMP-OK
    IF FS-OK NOT = "00"
        DISPLAY "Error al abrir COMP_OK.txt, FILE STATUS: " FS-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO FIN-OK
    PERFORM UNTIL FIN-OK = "1"
      READ COMP-OK
        AT END
          MOVE "1" TO FIN-OK
        NOT AT END
          IF IE-OK IS NUMERIC
              MOVE IE-OK TO WS-IMP-AUX
              ADD 1          TO WS-TOT-CANT
              ADD WS-IMP-AUX TO WS-TOT-IMP
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-OK.

*> ==========================================================
*> SECCIÓN: NÚMERO DE LOTE (RÉPLICA DE LA LECTURA DE
*> M6_SIM_P3_EXPOR/CARGAR-LOTE-NRO).
*> ==========================================================

  CARGAR-LOTE-NRO.
    MOVE ZEROS TO WS-LOTE-ULTIMO
    OPEN INPUT LOTE-NRO
    IF FS-LOTE = "00"
        READ LOTE-NRO
          AT END
            CONTINUE
        END-READ
        IF FS-LOTE = "00"
            IF REG-LOTE(1:6) IS NUMERIC
                MOVE REG-LOTE(1:6) TO WS-LOTE-ULTIMO
            ELSE
                DISPLAY "Error: COMP_LOTE_NRO.txt no contiene un "
                        "numero de lote valido: '" REG-LOTE "'"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        CLOSE LOTE-NRO
    END-IF.

*> ==========================================================
*> SECCIÓN: DETALLE DE CONVERSIÓN DE MONEDA (CARGA Y TABLA
*> HASH CON SONDEO LINEAL, RÉPLICA DE LA MISMA LÓGICA APLICADA
*> EN M6_SIM_P3_EXPOR/CARGAR-MONEDAS).
*> ==========================================================

  CARGAR-MONEDAS.
    OPEN INPUT COMP-MONEDA
    IF FS-MONEDA NOT = "00"
        DISPLAY "Sin detalle de moneda (COMP_MONEDA.txt), FILE "
                "STATUS: " FS-MONEDA "; no hay comprobantes en "
                "moneda extranjera que listar."
    ELSE
        PERFORM UNTIL FIN-MONEDA = "1"
          READ COMP-MONEDA
            AT END
              MOVE "1" TO FIN-MONEDA
            NOT AT END
              MOVE NC-MON TO WS-MND-CLAVE
              PERFORM INSERTAR-MND
          END-READ
        END-PERFORM
        CLOSE COMP-MONEDA
    END-IF.

  CALCULAR-HASH-MND.
    MOVE ZEROS TO WS-MND-HASH-SUMA
    PERFORM VARYING WS-MND-HASH-POS FROM 1 BY 1
            UNTIL WS-MND-HASH-POS > 13
      COMPUTE WS-MND-HASH-SUMA =
              WS-MND-HASH-SUMA * 31
              + FUNCTION ORD(WS-MND-CLAVE(WS-MND-HASH-POS:1))
    END-PERFORM
    COMPUTE WS-MND-HASH-IDX =
            FUNCTION MOD(WS-MND-HASH-SUMA, WS-MND-TABLA-MAX) + 1.

  BUSCAR-MND.
    MOVE "N" TO WS-MND-ENCONTRADO
    PERFORM CALCULAR-HASH-MND
    MOVE WS-MND-HASH-IDX TO WS-MND-IDX
    MOVE ZEROS           TO WS-MND-PROBE-CANT

    PERFORM UNTIL WS-MND-PROBE-CANT >= WS-MND-TABLA-MAX
      IF WS-MND-SLOT-OCUP(WS-MND-IDX) NOT = "S"
          EXIT PERFORM
      END-IF
      IF WS-MND-SLOT-VAL(WS-MND-IDX) = WS-MND-CLAVE
          MOVE "S" TO WS-MND-ENCONTRADO
          EXIT PERFORM
      END-IF
      ADD 1 TO WS-MND-PROBE-CANT
      ADD 1 TO WS-MND-IDX
      IF WS-MND-IDX > WS-MND-TABLA-MAX
          MOVE 1 TO WS-MND-IDX
      END-IF
    END-PERFORM.

  INSERTAR-MND.
    PERFORM BUSCAR-MND
    IF WS-MND-ENCONTRADO = "S"
        MOVE MN-MON  TO WS-MND-SLOT-MN(WS-MND-IDX)
        MOVE ID-MON  TO WS-MND-SLOT-ID(WS-MND-IDX)
        MOVE COT-MON TO WS-MND-SLOT-COT(WS-MND-IDX)
    ELSE
        IF WS-MND-SLOT-OCUP(WS-MND-IDX) NOT = "S"
            MOVE WS-MND-CLAVE TO WS-MND-SLOT-VAL(WS-MND-IDX)
            MOVE MN-MON  TO WS-MND-SLOT-MN(WS-MND-IDX)
            MOVE ID-MON  TO WS-MND-SLOT-ID(WS-MND-IDX)
            MOVE COT-MON TO WS-MND-SLOT-COT(WS-MND-IDX)
            MOVE "S"     TO WS-MND-SLOT-OCUP(WS-MND-IDX)
            ADD 1 TO WS-MND-CANT
        ELSE
            IF WS-MND-SATURADA NOT = "S"
                DISPLAY "AVISO: tabla de detalle de moneda saturada ("
                        WS-MND-TABLA-MAX " entradas); los detalles "
                        "restantes no se listan."
                MOVE "S" TO WS-MND-SATURADA
            END-IF
        END-IF
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
*> única diferencia es la fase requerida y la propia.
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
