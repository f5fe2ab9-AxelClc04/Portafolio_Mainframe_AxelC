*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_ANOMA
*> PURPOSE    : Control de anomalías posterior a la clasificación: el FILTRO
*>              juzga cada comprobante por separado, así que deja pasar
*>              patrones que sólo se ven mirando al CUIT entero. Este
*>              programa recorre COMP_OK.txt ya cuadrado y liquidado, arma
*>              por CUIT el día completo y lo compara contra el histórico
*>              (COMP_HIST.txt más las últimas particiones mensuales
*>              COMP_HIST_AAAAMM.txt), con cuatro reglas:
*>                FRC muchos comprobantes tipo C justo debajo de
*>                    TIPO-LIMITE-C (una operación partida para no pasar
*>                    el tope de monotributo);
*>                FRI lo mismo justo debajo de IE-LIMITE;
*>                VOL importe del día que multiplica el promedio diario
*>                    histórico del CUIT;
*>                FAN fechas FA-IN muy anteriores a la fecha de corrida.
*>              Los umbrales y qué reglas son graves salen de PARAM_M6.txt
*>              (claves ANOM-*, ver M6_PARAM.cpy). Emite en
*>              COMP_ANOMALIAS.txt un reporte por CUIT con la regla
*>              disparada y los comprobantes involucrados. Cierra con
*>              RC 04 si sólo hay alertas leves y con RC 08 si hay alguna
*>              grave: ese cierre queda en CICLO_ESTADO.txt y el candado
*>              de secuencia frena a M6_SIM_P3_EXPOR hasta que se revise
*>              (o hasta que operaciones decida publicar igual con
*>              CICLO_FORZAR.txt). Hasta ahora estos casos los detectaba
*>              el organismo, no nosotros.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_ANOMA.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Parámetros operativos compartidos (ver M6_PARAM.cpy): de acá
*>  salen los topes que se vigilan y los umbrales ANOM-*.
    SELECT PARAM-M6 ASSIGN TO "PARAM_M6.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PARAM.

    SELECT COMP-OK ASSIGN TO "COMP_OK.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-OK.

*>  Maestro histórico vigente (mes en curso) y particiones
*>  mensuales archivadas por M6_SIM_P3_HCIERRE, con el mismo
*>  esquema de lectura que M6_SIM_P3_CONSUL.
    SELECT COMP-HIST ASSIGN TO "COMP_HIST.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-HIST.

    SELECT HIST-IDX ASSIGN TO "COMP_HIST_IDX.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-IDX.

    SELECT HIST-ARCH ASSIGN DYNAMIC WS-NOMBRE-ARCH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ARCH.

*>  Reporte de alertas: uno por corrida, se pisa completo.
    SELECT ANOM-REP ASSIGN TO "COMP_ANOMALIAS.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-REP.

    SELECT ORDEN-TRABAJO ASSIGN TO "SORTWK".

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

    FD PARAM-M6.
      01 REG-PARAM         PIC X(80).

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

    FD COMP-HIST.
      01 REG-HIST          PIC X(111).

    FD HIST-IDX.
      01 REG-IDX.
        05 MES-IDX   PIC X(6).
        05 FILLER    PIC X.
        05 CANT-IDX  PIC X(9).
        05 FILLER    PIC X.

    FD HIST-ARCH.
      01 REG-ARCH          PIC X(111).

    FD ANOM-REP.
      01 REG-REP           PIC X(120).

*>  Un registro por comprobante y regla disparada: el orden
*>  CUIT + regla + número arma el reporte con corte de control.
*>  La regla va como dígito (1 FRC, 2 FRI, 3 VOL, 4 FAN) para
*>  que el orden del reporte no dependa del código.
    SD ORDEN-TRABAJO.
      01 REG-SRT.
        05 CT-SRT    PIC X(11).
        05 RG-SRT    PIC 9(1).
        05 NC-SRT    PIC X(13).
        05 FA-SRT    PIC X(8).
        05 TO-SRT    PIC X(1).
        05 IE-SRT    PIC X(9).
        05 DI-SRT    PIC 9(5).

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

    77 FS-PARAM      PIC XX.
    77 FS-OK         PIC XX.
    77 FS-HIST       PIC XX.
    77 FS-IDX        PIC XX.
    77 FS-ARCH       PIC XX.
    77 FS-REP        PIC XX.

    77 FIN-OK        PIC X    VALUE "N".
    77 FIN-HIST      PIC X    VALUE "N".
    77 FIN-IDX       PIC X    VALUE "N".
    77 FIN-SORT      PIC X    VALUE "N".

    77 WS-NOMBRE-ARCH    PIC X(30) VALUE SPACES.

    77 CON-OK-LEIDOS       PIC 9(7) VALUE ZEROS.
    77 CON-OK-ILEGIBLES    PIC 9(7) VALUE ZEROS.
    77 CON-HIST-LEIDOS     PIC 9(9) VALUE ZEROS.
    77 CON-PART-ABIERTAS   PIC 9(3) VALUE ZEROS.
    77 CON-CUIT-ALERTA     PIC 9(7) VALUE ZEROS.
    77 CON-CUIT-GRAVE      PIC 9(7) VALUE ZEROS.
    77 CON-ALE-FRC         PIC 9(7) VALUE ZEROS.
    77 CON-ALE-FRI         PIC 9(7) VALUE ZEROS.
    77 CON-ALE-VOL         PIC 9(7) VALUE ZEROS.
    77 CON-ALE-FAN         PIC 9(7) VALUE ZEROS.
    77 CON-ALE-GRAVES      PIC 9(7) VALUE ZEROS.
    77 CON-ALE-LEVES       PIC 9(7) VALUE ZEROS.
    77 CON-LISTADOS        PIC 9(7) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE PARÁMETROS OPERATIVOS EXTERNOS (PARAM_M6.txt).
*> ----------------------------------------------------------
    COPY "M6_PARAM.cpy".

*> ----------------------------------------------------------
*> ÁREA DE UMBRALES DERIVADOS Y FECHAS DE LA CORRIDA. El piso
*> de cada franja es el tope menos ANOM-FRACC-PCT por ciento;
*> la franja incluye el tope mismo.
*> ----------------------------------------------------------
    01 WS-ANOM-CONTROL.
      05 WS-FECHA-CORRIDA     PIC X(8)  VALUE SPACES.
      05 WS-HOY-NUM           PIC 9(8)  VALUE ZEROS.
      05 WS-HOY-INT           PIC 9(8)  VALUE ZEROS.
      05 WS-FA-NUM            PIC 9(8)  VALUE ZEROS.
      05 WS-FA-INT            PIC 9(8)  VALUE ZEROS.
      05 WS-DIAS              PIC S9(5) VALUE ZEROS.
      05 WS-PISO-C            PIC 9(9)  VALUE ZEROS.
      05 WS-PISO-IE           PIC 9(9)  VALUE ZEROS.
      05 WS-IE-NUM            PIC 9(9)  VALUE ZEROS.
      05 WS-MES-CORRIDA-ABS   PIC 9(6)  VALUE ZEROS.
      05 WS-MES-DESDE-ABS     PIC 9(6)  VALUE ZEROS.
      05 WS-MES-PART-ABS      PIC 9(6)  VALUE ZEROS.
      05 WS-FH-LOTE           PIC X(8)  VALUE LOW-VALUES.
      05 WS-PROMEDIO          PIC 9(15) VALUE ZEROS.
      05 WS-PORCENTAJE        PIC 9(3)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE EVALUACIÓN DE UN COMPROBANTE: en qué reglas cae
*> por sí solo (franjas y antigüedad). La usan la pasada de
*> acumulación y la de selección para el reporte, así las dos
*> juzgan igual.
*> ----------------------------------------------------------
    01 WS-CMP-EVAL.
      05 WS-CMP-LEGIBLE       PIC X     VALUE "N".
      05 WS-CMP-EN-FRC        PIC X     VALUE "N".
      05 WS-CMP-EN-FRI        PIC X     VALUE "N".
      05 WS-CMP-EN-FAN        PIC X     VALUE "N".
      05 WS-CMP-DIAS-FA       PIC 9(5)  VALUE ZEROS.

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
      05 WS-FA-DIAS-MAX REDEFINES WS-FA-DIAS-TABLA
                              PIC 9(2) OCCURS 12 TIMES.

*> ----------------------------------------------------------
*> TABLA DE PARTICIONES MENSUALES ARCHIVADAS (DEL ÍNDICE
*> COMP_HIST_IDX.txt), MISMO HORIZONTE QUE M6_SIM_P3_CONSUL.
*> ----------------------------------------------------------
    01 WS-PARTICIONES.
      05 WS-PART-CANT         PIC 9(3)  VALUE ZEROS.
      05 WS-PART-MES          PIC X(6)  OCCURS 120 TIMES.

    77 WS-PART-IDX            PIC 9(3)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DEL REGISTRO DEL HISTÓRICO EN EVALUACIÓN, MISMO
*> LAYOUT QUE GRABA M6_SIM_P3_ANSES/GRABAR-HIST.
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
*> ÁREA DE CUITS DEL DÍA EN MEMORIA. Tabla hash con
*> direccionamiento abierto (sondeo lineal), el mismo esquema
*> que las tablas de M6_SIM_P3_ANSES, claveada por CUIT. Sólo
*> entran los CUIT de COMP_OK: del histórico se acumula nada
*> más lo de los CUIT que tienen movimiento hoy. HDIAS/HIMP
*> son días con comprobantes autorizados e importe de esos
*> días; HULT es el último día visto, para contar cada día una
*> sola vez (el histórico viene en orden de corrida).
*> ----------------------------------------------------------
    01 WS-CUI-CONTROL.
      05 WS-CUI-ENCONTRADO    PIC X     VALUE "N".
      05 WS-CUI-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-CUI-TABLA-MAX     PIC 9(7)  VALUE 1000003.
      05 WS-CUI-IDX           PIC 9(7)  VALUE ZEROS.
      05 WS-CUI-PROBE-CANT    PIC 9(7)  VALUE ZEROS.
      05 WS-CUI-CLAVE         PIC X(11) VALUE SPACES.
      05 WS-CUI-HASH-SUMA     PIC 9(9)  COMP VALUE ZEROS.
      05 WS-CUI-HASH-POS      PIC 9(2)  VALUE ZEROS.
      05 WS-CUI-HASH-IDX      PIC 9(7)  VALUE ZEROS.
      05 WS-CUI-SLOT OCCURS 1000003 TIMES.
        10 WS-CUI-SLOT-VAL      PIC X(11) VALUE SPACES.
        10 WS-CUI-SLOT-CANT     PIC 9(7)  VALUE ZEROS.
        10 WS-CUI-SLOT-IMP      PIC 9(15) VALUE ZEROS.
        10 WS-CUI-SLOT-FRC      PIC 9(7)  VALUE ZEROS.
        10 WS-CUI-SLOT-FRI      PIC 9(7)  VALUE ZEROS.
        10 WS-CUI-SLOT-FAN      PIC 9(7)  VALUE ZEROS.
        10 WS-CUI-SLOT-HDIAS    PIC 9(5)  VALUE ZEROS.
        10 WS-CUI-SLOT-HIMP     PIC 9(15) VALUE ZEROS.
        10 WS-CUI-SLOT-HULT     PIC X(8)  VALUE SPACES.
        10 WS-CUI-SLOT-HULT-IMP PIC 9(15) VALUE ZEROS.
        10 WS-CUI-SLOT-ALE-FRC  PIC X     VALUE SPACE.
        10 WS-CUI-SLOT-ALE-FRI  PIC X     VALUE SPACE.
        10 WS-CUI-SLOT-ALE-VOL  PIC X     VALUE SPACE.
        10 WS-CUI-SLOT-ALE-FAN  PIC X     VALUE SPACE.
        10 WS-CUI-SLOT-GRAVE    PIC X     VALUE SPACE.
        10 WS-CUI-SLOT-OCUP     PIC X     VALUE SPACE.

*> ----------------------------------------------------------
*> ÁREA DE CORTE DE CONTROL DEL REPORTE.
*> ----------------------------------------------------------
    01 WS-CORTE.
      05 WS-HAY-DATOS         PIC X     VALUE "N".
      05 WS-ACT-CT            PIC X(11) VALUE SPACES.
      05 WS-ACT-RG            PIC 9(1)  VALUE ZEROS.
      05 WS-SEVERIDAD         PIC X(7)  VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LÍNEAS DEL REPORTE DE ALERTAS.
*> ----------------------------------------------------------
    01 WS-LIN-TITULO.
      05 FILLER               PIC X(51)
         VALUE "CONTROL DE ANOMALIAS SOBRE COMPROBANTES AUTORIZADOS".
      05 FILLER               PIC X(20)
         VALUE " - FECHA DE CORRIDA ".
      05 WS-LIN-TIT-FECHA     PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(41) VALUE SPACES.

    01 WS-LIN-SEPARA          PIC X(120) VALUE ALL "-".

    01 WS-LIN-TEXTO           PIC X(120) VALUE SPACES.

    01 WS-LIN-CUIT.
      05 FILLER               PIC X(5)  VALUE "CUIT ".
      05 WS-LIN-CUI-CT        PIC X(11) VALUE SPACES.
      05 FILLER               PIC X(3)  VALUE " - ".
      05 WS-LIN-CUI-SEV       PIC X(14) VALUE SPACES.
      05 FILLER               PIC X(24)
         VALUE "   COMPROBANTES DEL DIA:".
      05 WS-LIN-CUI-CANT      PIC Z(6)9.
      05 FILLER               PIC X(20)
         VALUE "   IMPORTE DEL DIA: ".
      05 WS-LIN-CUI-IMP       PIC Z(14)9.
      05 FILLER               PIC X(21) VALUE SPACES.

    01 WS-LIN-CMP.
      05 FILLER               PIC X(8)  VALUE SPACES.
      05 WS-LIN-CMP-NC        PIC X(13) VALUE SPACES.
      05 FILLER               PIC X(6)  VALUE "  FA: ".
      05 WS-LIN-CMP-FA        PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(8)  VALUE "  TIPO: ".
      05 WS-LIN-CMP-TO        PIC X(1)  VALUE SPACES.
      05 FILLER               PIC X(11) VALUE "  IMPORTE: ".
      05 WS-LIN-CMP-IE        PIC X(9)  VALUE SPACES.
      05 WS-LIN-CMP-OBS       PIC X(30) VALUE SPACES.
      05 FILLER               PIC X(26) VALUE SPACES.

    01 WS-LIN-RESUMEN.
      05 WS-LIN-RES-TEXTO     PIC X(40) VALUE SPACES.
      05 WS-LIN-RES-CANT      PIC Z(6)9.
      05 FILLER               PIC X(73) VALUE SPACES.

*>  Campos editados para armar los textos de las reglas.
    01 WS-EDICION.
      05 WS-ED-CANT           PIC Z(6)9.
      05 WS-ED-IMP            PIC Z(14)9.
      05 WS-ED-PROM           PIC Z(14)9.
      05 WS-ED-PISO           PIC Z(8)9.
      05 WS-ED-TOPE           PIC Z(8)9.
      05 WS-ED-DIAS           PIC Z(4)9.
      05 WS-ED-FACT           PIC ZZ9.
      05 WS-ED-PCT            PIC ZZ9.

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
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_ANOMA".
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
*> inmediatamente antes de la publicación); fase propia: 0.
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
      05 PG-CIC-WS   PIC X(17) VALUE "M6_SIM_P3_ANOMA".
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
*> SECCIÓN: PARÁMETROS, CANDADO Y ACUMULACIÓN DEL DÍA POR
*> CUIT. Los parámetros se validan antes de tomar el candado:
*> un PARAM_M6.txt mal cargado no deja el ciclo ABIERTO.
*> ==========================================================

  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
  MOVE WS-FECHA-CORRIDA TO WS-HOY-NUM
  COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  PERFORM GRABAR-BITACORA

  PERFORM CARGAR-PARAMETROS

  PERFORM VERIFICAR-CICLO
  PERFORM ESTAMPAR-CICLO-INICIO

  COMPUTE WS-PISO-C =
          WS-PAR-LIMITE-C * (100 - WS-PAR-ANO-FRACC-PCT) / 100
  COMPUTE WS-PISO-IE =
          WS-PAR-IE-LIMITE * (100 - WS-PAR-ANO-FRACC-PCT) / 100

  OPEN INPUT COMP-OK
  IF FS-OK NOT = "00"
      DISPLAY "Error al abrir COMP_OK.txt, FILE STATUS: " FS-OK
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF

  PERFORM UNTIL FIN-OK = "1"
    READ COMP-OK
      AT END
        MOVE "1" TO FIN-OK
      NOT AT END
        ADD 1 TO CON-OK-LEIDOS
        PERFORM ACUMULAR-COMPROBANTE
    END-READ
  END-PERFORM
  CLOSE COMP-OK

*> ==========================================================
*> SECCIÓN: PROMEDIO HISTÓRICO POR CUIT. Primero las
*> particiones archivadas dentro de la ventana (en el orden
*> del índice, que es el cronológico) y al final el mes
*> vigente. El día del lote en curso ya está grabado en
*> COMP_HIST.txt por la clasificación: se descuenta al final
*> para no comparar el día contra sí mismo.
*> ==========================================================

  PERFORM CARGAR-INDICE-PARTICIONES

  COMPUTE WS-MES-CORRIDA-ABS =
          FUNCTION NUMVAL(WS-FECHA-CORRIDA(1:4)) * 12
          + FUNCTION NUMVAL(WS-FECHA-CORRIDA(5:2))
  COMPUTE WS-MES-DESDE-ABS =
          WS-MES-CORRIDA-ABS - WS-PAR-ANO-HIST-MESES

  PERFORM VARYING WS-PART-IDX FROM 1 BY 1
          UNTIL WS-PART-IDX > WS-PART-CANT
    COMPUTE WS-MES-PART-ABS =
            FUNCTION NUMVAL(WS-PART-MES(WS-PART-IDX)(1:4)) * 12
            + FUNCTION NUMVAL(WS-PART-MES(WS-PART-IDX)(5:2))
    IF WS-MES-PART-ABS >= WS-MES-DESDE-ABS
       AND WS-MES-PART-ABS < WS-MES-CORRIDA-ABS
        PERFORM RECORRER-PARTICION
    END-IF
  END-PERFORM

  PERFORM RECORRER-MAESTRO-VIGENTE

  PERFORM DESCONTAR-DIA-LOTE

*> ==========================================================
*> SECCIÓN: EVALUACIÓN DE LAS REGLAS POR CUIT.
*> ==========================================================

  PERFORM VARYING WS-CUI-IDX FROM 1 BY 1
          UNTIL WS-CUI-IDX > WS-CUI-TABLA-MAX
    IF WS-CUI-SLOT-OCUP(WS-CUI-IDX) = "S"
        PERFORM EVALUAR-CUIT
    END-IF
  END-PERFORM

*> ==========================================================
*> SECCIÓN: REPORTE DE ALERTAS. Se vuelve a leer COMP_OK para
*> listar los comprobantes involucrados en cada regla, en
*> orden de CUIT + regla + número.
*> ==========================================================

  SORT ORDEN-TRABAJO
      ON ASCENDING KEY CT-SRT
      ON ASCENDING KEY RG-SRT
      ON ASCENDING KEY NC-SRT
      INPUT PROCEDURE IS SELECCIONAR-INVOLUCRADOS
      OUTPUT PROCEDURE IS GRABAR-REPORTE

  DISPLAY "Comprobantes leidos:        " CON-OK-LEIDOS
  DISPLAY "Comprobantes ilegibles:     " CON-OK-ILEGIBLES
  DISPLAY "CUITs del dia:              " WS-CUI-CANT
  DISPLAY "Particiones leidas:         " CON-PART-ABIERTAS
  DISPLAY "Registros de historico:     " CON-HIST-LEIDOS
  DISPLAY "CUITs con alerta:           " CON-CUIT-ALERTA
  DISPLAY "CUITs con alerta grave:     " CON-CUIT-GRAVE
  DISPLAY "Alertas FRC:                " CON-ALE-FRC
  DISPLAY "Alertas FRI:                " CON-ALE-FRI
  DISPLAY "Alertas VOL:                " CON-ALE-VOL
  DISPLAY "Alertas FAN:                " CON-ALE-FAN
  DISPLAY "Comprobantes listados:      " CON-LISTADOS
  DISPLAY "---------FIN DE CONTROL DE ANOMALIAS---------"

  EVALUATE TRUE
    WHEN CON-ALE-GRAVES > 0
      MOVE "08" TO WS-CIC-RC-FIN
    WHEN CON-ALE-LEVES > 0
      MOVE "04" TO WS-CIC-RC-FIN
    WHEN OTHER
      MOVE "00" TO WS-CIC-RC-FIN
  END-EVALUATE
  PERFORM ESTAMPAR-CICLO-FIN

  MOVE "FIN" TO FA-BIT
*>  Una alerta grave cierra con RC 08 a propósito: el candado
*>  de CICLO_ESTADO.txt no deja correr a EXPOR detrás de un
*>  cierre mayor a 04, que es justamente lo que se busca. Las
*>  leves sólo avisan.
  EVALUATE TRUE
    WHEN CON-ALE-GRAVES > 0
      DISPLAY "Aviso: hay alertas graves; la publicacion queda "
              "frenada hasta revisar COMP_ANOMALIAS.txt."
      MOVE 8 TO RETURN-CODE
      MOVE "08" TO RC-BIT
    WHEN CON-ALE-LEVES > 0
      MOVE 4 TO RETURN-CODE
      MOVE "04" TO RC-BIT
    WHEN OTHER
      MOVE "00" TO RC-BIT
  END-EVALUATE
  MOVE SPACES TO DE-BIT
  STRING "CUITS " CON-CUIT-ALERTA " GRAVES " CON-ALE-GRAVES
         " LEVES " CON-ALE-LEVES DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: ACUMULACIÓN DE UN COMPROBANTE AUTORIZADO EN SU
*> CUIT. Un importe ilegible no debería llegar a COMP_OK (el
*> FILTRO lo valida), pero si aparece se cuenta y se saltea.
*> ==========================================================

  ACUMULAR-COMPROBANTE.
    PERFORM EVALUAR-COMPROBANTE
    IF WS-CMP-LEGIBLE NOT = "S"
        ADD 1 TO CON-OK-ILEGIBLES
        EXIT PARAGRAPH
    END-IF

    MOVE CT-OK TO WS-CUI-CLAVE
    PERFORM INSERTAR-CUI

    ADD 1          TO WS-CUI-SLOT-CANT(WS-CUI-IDX)
    ADD WS-IE-NUM  TO WS-CUI-SLOT-IMP(WS-CUI-IDX)
    IF WS-CMP-EN-FRC = "S"
        ADD 1 TO WS-CUI-SLOT-FRC(WS-CUI-IDX)
    END-IF
    IF WS-CMP-EN-FRI = "S"
        ADD 1 TO WS-CUI-SLOT-FRI(WS-CUI-IDX)
    END-IF
    IF WS-CMP-EN-FAN = "S"
        ADD 1 TO WS-CUI-SLOT-FAN(WS-CUI-IDX)
    END-IF.

*> ==========================================================
*> SECCIÓN: REGLAS QUE SE JUZGAN SOBRE EL COMPROBANTE SOLO.
*> FRC: tipo C dentro de la franja bajo TIPO-LIMITE-C. FRI:
*> cualquier tipo dentro de la franja bajo IE-LIMITE. FAN: FA
*> válida y más vieja que ANOM-FA-DIAS contra la corrida.
*> ==========================================================

  EVALUAR-COMPROBANTE.
    MOVE "N"   TO WS-CMP-LEGIBLE WS-CMP-EN-FRC WS-CMP-EN-FRI
                  WS-CMP-EN-FAN
    MOVE ZEROS TO WS-CMP-DIAS-FA WS-IE-NUM
    IF NOT IE-OK IS NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE "S"   TO WS-CMP-LEGIBLE
    MOVE IE-OK TO WS-IE-NUM

    IF TO-OK = "C"
       AND WS-IE-NUM >= WS-PISO-C
       AND WS-IE-NUM <= WS-PAR-LIMITE-C
        MOVE "S" TO WS-CMP-EN-FRC
    END-IF
    IF WS-IE-NUM >= WS-PISO-IE
       AND WS-IE-NUM <= WS-PAR-IE-LIMITE
        MOVE "S" TO WS-CMP-EN-FRI
    END-IF

    PERFORM VALIDAR-FECHA
    IF WS-FECHA-VALIDA = "S"
        MOVE FA-OK TO WS-FA-NUM
        COMPUTE WS-FA-INT = FUNCTION INTEGER-OF-DATE(WS-FA-NUM)
        COMPUTE WS-DIAS = WS-HOY-INT - WS-FA-INT
        IF WS-DIAS > WS-PAR-ANO-FA-DIAS
            MOVE "S"     TO WS-CMP-EN-FAN
            MOVE WS-DIAS TO WS-CMP-DIAS-FA
        END-IF
    END-IF.

  VALIDAR-FECHA.
    MOVE "N" TO WS-FECHA-VALIDA
    IF FA-OK IS NUMERIC
        MOVE FA-OK(1:4) TO WS-FA-ANIO
        MOVE FA-OK(5:2) TO WS-FA-MES
        MOVE FA-OK(7:2) TO WS-FA-DIA

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
*> SECCIÓN: RECORRIDO DEL MAESTRO VIGENTE Y DE UNA PARTICIÓN
*> MENSUAL, ACUMULANDO EL HISTÓRICO DE LOS CUIT DEL DÍA.
*> ==========================================================

  RECORRER-MAESTRO-VIGENTE.
    OPEN INPUT COMP-HIST
    IF FS-HIST NOT = "00"
*>      Sin maestro vigente (primer uso) no hay historia del
*>      mes: los promedios salen sólo de las particiones.
        DISPLAY "Aviso: no se pudo abrir COMP_HIST.txt, FILE "
                "STATUS: " FS-HIST
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO FIN-HIST
    PERFORM UNTIL FIN-HIST = "1"
      READ COMP-HIST
        AT END
          MOVE "1" TO FIN-HIST
        NOT AT END
          MOVE REG-HIST TO WS-REG-EVAL
          PERFORM ACUMULAR-HISTORICO
      END-READ
    END-PERFORM
    CLOSE COMP-HIST.

  RECORRER-PARTICION.
    MOVE SPACES TO WS-NOMBRE-ARCH
    STRING "COMP_HIST_" WS-PART-MES(WS-PART-IDX) ".txt"
           DELIMITED BY SIZE
      INTO WS-NOMBRE-ARCH
    END-STRING

    OPEN INPUT HIST-ARCH
    IF FS-ARCH NOT = "00"
        DISPLAY "Aviso: falta la particion "
                FUNCTION TRIM(WS-NOMBRE-ARCH) " que figura en el "
                "indice, FILE STATUS: " FS-ARCH
    ELSE
        ADD 1 TO CON-PART-ABIERTAS
        MOVE "N" TO FIN-HIST
        PERFORM UNTIL FIN-HIST = "1"
          READ HIST-ARCH
            AT END
              MOVE "1" TO FIN-HIST
            NOT AT END
              MOVE REG-ARCH TO WS-REG-EVAL
              PERFORM ACUMULAR-HISTORICO
          END-READ
        END-PERFORM
        CLOSE HIST-ARCH
    END-IF.

*> ==========================================================
*> SECCIÓN: ACUMULACIÓN DE UN REGISTRO DEL HISTÓRICO. Cuenta
*> el volumen autorizado (destino OK, lo grabe la
*> clasificación, RECON o REPRO), que es lo mismo que junta
*> COMP_OK en el día. WS-FH-LOTE queda con la corrida más
*> reciente del histórico: la del lote en curso.
*> ==========================================================

  ACUMULAR-HISTORICO.
    ADD 1 TO CON-HIST-LEIDOS
    IF DEST-HIST NOT = "OK"
       OR NOT FH-HIST IS NUMERIC
       OR NOT IE-HIST IS NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF FH-HIST > WS-FH-LOTE
        MOVE FH-HIST TO WS-FH-LOTE
    END-IF

    MOVE CT-HIST TO WS-CUI-CLAVE
    PERFORM BUSCAR-CUI
    IF WS-CUI-ENCONTRADO NOT = "S"
        EXIT PARAGRAPH
    END-IF

    MOVE IE-HIST TO WS-IE-NUM
    IF FH-HIST NOT = WS-CUI-SLOT-HULT(WS-CUI-IDX)
        ADD 1 TO WS-CUI-SLOT-HDIAS(WS-CUI-IDX)
        MOVE FH-HIST TO WS-CUI-SLOT-HULT(WS-CUI-IDX)
        MOVE ZEROS   TO WS-CUI-SLOT-HULT-IMP(WS-CUI-IDX)
    END-IF
    ADD WS-IE-NUM TO WS-CUI-SLOT-HIMP(WS-CUI-IDX)
    ADD WS-IE-NUM TO WS-CUI-SLOT-HULT-IMP(WS-CUI-IDX).

  DESCONTAR-DIA-LOTE.
    PERFORM VARYING WS-CUI-IDX FROM 1 BY 1
            UNTIL WS-CUI-IDX > WS-CUI-TABLA-MAX
      IF WS-CUI-SLOT-OCUP(WS-CUI-IDX) = "S"
         AND WS-CUI-SLOT-HULT(WS-CUI-IDX) = WS-FH-LOTE
          SUBTRACT 1 FROM WS-CUI-SLOT-HDIAS(WS-CUI-IDX)
          SUBTRACT WS-CUI-SLOT-HULT-IMP(WS-CUI-IDX)
              FROM WS-CUI-SLOT-HIMP(WS-CUI-IDX)
      END-IF
    END-PERFORM.

*> ==========================================================
*> SECCIÓN: EVALUACIÓN DE UN CUIT. Marca las reglas que
*> dispara y si alguna es grave según ANOM-GRAVES. VOL sólo se
*> juzga con historia suficiente: un CUIT nuevo no tiene
*> promedio contra el cual medirse.
*> ==========================================================

  EVALUAR-CUIT.
    MOVE "N" TO WS-CUI-SLOT-ALE-FRC(WS-CUI-IDX)
                WS-CUI-SLOT-ALE-FRI(WS-CUI-IDX)
                WS-CUI-SLOT-ALE-VOL(WS-CUI-IDX)
                WS-CUI-SLOT-ALE-FAN(WS-CUI-IDX)
                WS-CUI-SLOT-GRAVE(WS-CUI-IDX)

    IF WS-CUI-SLOT-FRC(WS-CUI-IDX) >= WS-PAR-ANO-FRACC-CANT
        MOVE "S" TO WS-CUI-SLOT-ALE-FRC(WS-CUI-IDX)
        ADD 1 TO CON-ALE-FRC
        IF WS-PAR-ANO-GRV-FRC = "S"
            MOVE "S" TO WS-CUI-SLOT-GRAVE(WS-CUI-IDX)
            ADD 1 TO CON-ALE-GRAVES
        ELSE
            ADD 1 TO CON-ALE-LEVES
        END-IF
    END-IF

    IF WS-CUI-SLOT-FRI(WS-CUI-IDX) >= WS-PAR-ANO-FRACC-CANT
        MOVE "S" TO WS-CUI-SLOT-ALE-FRI(WS-CUI-IDX)
        ADD 1 TO CON-ALE-FRI
        IF WS-PAR-ANO-GRV-FRI = "S"
            MOVE "S" TO WS-CUI-SLOT-GRAVE(WS-CUI-IDX)
            ADD 1 TO CON-ALE-GRAVES
        ELSE
            ADD 1 TO CON-ALE-LEVES
        END-IF
    END-IF

    IF WS-CUI-SLOT-HDIAS(WS-CUI-IDX) >= WS-PAR-ANO-VOL-DIAS
       AND WS-CUI-SLOT-HDIAS(WS-CUI-IDX) > 0
        COMPUTE WS-PROMEDIO ROUNDED =
                WS-CUI-SLOT-HIMP(WS-CUI-IDX)
                / WS-CUI-SLOT-HDIAS(WS-CUI-IDX)
        IF WS-CUI-SLOT-IMP(WS-CUI-IDX) >
           WS-PROMEDIO * WS-PAR-ANO-VOL-FACTOR
            MOVE "S" TO WS-CUI-SLOT-ALE-VOL(WS-CUI-IDX)
            ADD 1 TO CON-ALE-VOL
            IF WS-PAR-ANO-GRV-VOL = "S"
                MOVE "S" TO WS-CUI-SLOT-GRAVE(WS-CUI-IDX)
                ADD 1 TO CON-ALE-GRAVES
            ELSE
                ADD 1 TO CON-ALE-LEVES
            END-IF
        END-IF
    END-IF

    IF WS-CUI-SLOT-FAN(WS-CUI-IDX) > 0
        MOVE "S" TO WS-CUI-SLOT-ALE-FAN(WS-CUI-IDX)
        ADD 1 TO CON-ALE-FAN
        IF WS-PAR-ANO-GRV-FAN = "S"
            MOVE "S" TO WS-CUI-SLOT-GRAVE(WS-CUI-IDX)
            ADD 1 TO CON-ALE-GRAVES
        ELSE
            ADD 1 TO CON-ALE-LEVES
        END-IF
    END-IF

    IF WS-CUI-SLOT-ALE-FRC(WS-CUI-IDX) = "S"
       OR WS-CUI-SLOT-ALE-FRI(WS-CUI-IDX) = "S"
       OR WS-CUI-SLOT-ALE-VOL(WS-CUI-IDX) = "S"
       OR WS-CUI-SLOT-ALE-FAN(WS-CUI-IDX) = "S"
        ADD 1 TO CON-CUIT-ALERTA
        IF WS-CUI-SLOT-GRAVE(WS-CUI-IDX) = "S"
            ADD 1 TO CON-CUIT-GRAVE
        END-IF
    END-IF.

*> ==========================================================
*> SECCIÓN: SELECCIÓN DE COMPROBANTES INVOLUCRADOS (INPUT
*> PROCEDURE). Por cada regla que disparó su CUIT, entra el
*> comprobante que cae en ella; en VOL entran todos los del
*> día, que son los que arman el volumen.
*> ==========================================================

  SELECCIONAR-INVOLUCRADOS.
    OPEN INPUT COMP-OK
    IF FS-OK NOT = "00"
        DISPLAY "Error al reabrir COMP_OK.txt, FILE STATUS: " FS-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-OK
    PERFORM UNTIL FIN-OK = "1"
      READ COMP-OK
        AT END
          MOVE "1" TO FIN-OK
        NOT AT END
          PERFORM SELECCIONAR-COMPROBANTE
      END-READ
    END-PERFORM
    CLOSE COMP-OK.

  SELECCIONAR-COMPROBANTE.
    PERFORM EVALUAR-COMPROBANTE
    IF WS-CMP-LEGIBLE NOT = "S"
        EXIT PARAGRAPH
    END-IF

    MOVE CT-OK TO WS-CUI-CLAVE
    PERFORM BUSCAR-CUI
    IF WS-CUI-ENCONTRADO NOT = "S"
        EXIT PARAGRAPH
    END-IF

    MOVE CT-OK TO CT-SRT
    MOVE NC-OK TO NC-SRT
    MOVE FA-OK TO FA-SRT
    MOVE TO-OK TO TO-SRT
    MOVE IE-OK TO IE-SRT
    MOVE WS-CMP-DIAS-FA TO DI-SRT

    IF WS-CUI-SLOT-ALE-FRC(WS-CUI-IDX) = "S"
       AND WS-CMP-EN-FRC = "S"
        MOVE 1 TO RG-SRT
        RELEASE REG-SRT
    END-IF
    IF WS-CUI-SLOT-ALE-FRI(WS-CUI-IDX) = "S"
       AND WS-CMP-EN-FRI = "S"
        MOVE 2 TO RG-SRT
        RELEASE REG-SRT
    END-IF
    IF WS-CUI-SLOT-ALE-VOL(WS-CUI-IDX) = "S"
        MOVE 3 TO RG-SRT
        RELEASE REG-SRT
    END-IF
    IF WS-CUI-SLOT-ALE-FAN(WS-CUI-IDX) = "S"
       AND WS-CMP-EN-FAN = "S"
        MOVE 4 TO RG-SRT
        RELEASE REG-SRT
    END-IF.

*> ==========================================================
*> SECCIÓN: GRABACIÓN DEL REPORTE (OUTPUT PROCEDURE), CON
*> CORTE DE CONTROL POR CUIT Y POR REGLA.
*> ==========================================================

  GRABAR-REPORTE.
    OPEN OUTPUT ANOM-REP
    IF FS-REP NOT = "00"
        DISPLAY "Error al crear COMP_ANOMALIAS.txt, FILE STATUS: "
                FS-REP
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-FECHA-CORRIDA TO WS-LIN-TIT-FECHA
    MOVE WS-LIN-TITULO TO REG-REP
    WRITE REG-REP
    PERFORM GRABAR-UMBRALES
    MOVE WS-LIN-SEPARA TO REG-REP
    WRITE REG-REP

    PERFORM UNTIL FIN-SORT = "1"
      RETURN ORDEN-TRABAJO
        AT END
          MOVE "1" TO FIN-SORT
        NOT AT END
          PERFORM PROCESAR-ORDENADO
      END-RETURN
    END-PERFORM

    IF WS-HAY-DATOS = "N"
        MOVE "SIN ALERTAS EN LA CORRIDA." TO WS-LIN-TEXTO
        MOVE WS-LIN-TEXTO TO REG-REP
        WRITE REG-REP
    END-IF

    MOVE WS-LIN-SEPARA TO REG-REP
    WRITE REG-REP

    MOVE "CUITS CON ALERTA:" TO WS-LIN-RES-TEXTO
    MOVE CON-CUIT-ALERTA TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-REP
    WRITE REG-REP
    MOVE "CUITS CON ALERTA GRAVE:" TO WS-LIN-RES-TEXTO
    MOVE CON-CUIT-GRAVE TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-REP
    WRITE REG-REP
    MOVE "ALERTAS FRC (FRACCIONAMIENTO TIPO C):" TO WS-LIN-RES-TEXTO
    MOVE CON-ALE-FRC TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-REP
    WRITE REG-REP
    MOVE "ALERTAS FRI (FRACCIONAMIENTO IE):" TO WS-LIN-RES-TEXTO
    MOVE CON-ALE-FRI TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-REP
    WRITE REG-REP
    MOVE "ALERTAS VOL (VOLUMEN DEL DIA):" TO WS-LIN-RES-TEXTO
    MOVE CON-ALE-VOL TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-REP
    WRITE REG-REP
    MOVE "ALERTAS FAN (FECHA ANTIGUA):" TO WS-LIN-RES-TEXTO
    MOVE CON-ALE-FAN TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-REP
    WRITE REG-REP
    MOVE "COMPROBANTES LISTADOS:" TO WS-LIN-RES-TEXTO
    MOVE CON-LISTADOS TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-REP
    WRITE REG-REP

    CLOSE ANOM-REP.

  GRABAR-UMBRALES.
    MOVE WS-PAR-ANO-FRACC-PCT  TO WS-ED-PCT
    MOVE WS-PAR-ANO-FRACC-CANT TO WS-ED-CANT
    MOVE SPACES TO WS-LIN-TEXTO
    STRING "UMBRALES: FRANJA DEL " FUNCTION TRIM(WS-ED-PCT)
           "% BAJO EL TOPE CON " FUNCTION TRIM(WS-ED-CANT)
           " O MAS COMPROBANTES (FRC/FRI)" DELIMITED BY SIZE
      INTO WS-LIN-TEXTO
    END-STRING
    MOVE WS-LIN-TEXTO TO REG-REP
    WRITE REG-REP

    MOVE WS-PAR-ANO-VOL-FACTOR TO WS-ED-FACT
    MOVE WS-PAR-ANO-VOL-DIAS   TO WS-ED-DIAS
    MOVE WS-PAR-ANO-HIST-MESES TO WS-ED-PCT
    MOVE SPACES TO WS-LIN-TEXTO
    STRING "          VOLUMEN MAYOR A " FUNCTION TRIM(WS-ED-FACT)
           " VECES EL PROMEDIO DIARIO, CON " FUNCTION TRIM(WS-ED-DIAS)
           " DIAS DE HISTORIA COMO MINIMO Y "
           FUNCTION TRIM(WS-ED-PCT) " MESES ARCHIVADOS (VOL)"
           DELIMITED BY SIZE
      INTO WS-LIN-TEXTO
    END-STRING
    MOVE WS-LIN-TEXTO TO REG-REP
    WRITE REG-REP

    MOVE WS-PAR-ANO-FA-DIAS TO WS-ED-DIAS
    MOVE SPACES TO WS-LIN-TEXTO
    STRING "          FECHA DE EMISION DE MAS DE "
           FUNCTION TRIM(WS-ED-DIAS) " DIAS (FAN)"
           DELIMITED BY SIZE
      INTO WS-LIN-TEXTO
    END-STRING
    MOVE WS-LIN-TEXTO TO REG-REP
    WRITE REG-REP.

  PROCESAR-ORDENADO.
    IF WS-HAY-DATOS = "N" OR CT-SRT NOT = WS-ACT-CT
        MOVE "S"    TO WS-HAY-DATOS
        MOVE CT-SRT TO WS-ACT-CT
        MOVE ZEROS  TO WS-ACT-RG
        PERFORM GRABAR-CABECERA-CUIT
    END-IF
    IF RG-SRT NOT = WS-ACT-RG
        MOVE RG-SRT TO WS-ACT-RG
        PERFORM GRABAR-REGLA
    END-IF
    PERFORM GRABAR-COMPROBANTE.

  GRABAR-CABECERA-CUIT.
    MOVE CT-SRT TO WS-CUI-CLAVE
    PERFORM BUSCAR-CUI

    MOVE SPACES TO REG-REP
    WRITE REG-REP
    MOVE CT-SRT TO WS-LIN-CUI-CT
    IF WS-CUI-SLOT-GRAVE(WS-CUI-IDX) = "S"
        MOVE "ALERTA GRAVE" TO WS-LIN-CUI-SEV
    ELSE
        MOVE "ALERTA LEVE"  TO WS-LIN-CUI-SEV
    END-IF
    MOVE WS-CUI-SLOT-CANT(WS-CUI-IDX) TO WS-LIN-CUI-CANT
    MOVE WS-CUI-SLOT-IMP(WS-CUI-IDX)  TO WS-LIN-CUI-IMP
    MOVE WS-LIN-CUIT TO REG-REP
    WRITE REG-REP.

*>  Texto de la regla con sus números. WS-CUI-IDX sigue
*>  apuntando al CUIT en curso desde la cabecera.
  GRABAR-REGLA.
    MOVE "[LEVE] " TO WS-SEVERIDAD
    MOVE SPACES TO WS-LIN-TEXTO
    EVALUATE RG-SRT
      WHEN 1
        IF WS-PAR-ANO-GRV-FRC = "S"
            MOVE "[GRAVE]" TO WS-SEVERIDAD
        END-IF
        MOVE WS-CUI-SLOT-FRC(WS-CUI-IDX) TO WS-ED-CANT
        MOVE WS-PISO-C       TO WS-ED-PISO
        MOVE WS-PAR-LIMITE-C TO WS-ED-TOPE
        STRING "    " WS-SEVERIDAD " FRC - FRACCIONAMIENTO BAJO "
               "TIPO-LIMITE-C: " FUNCTION TRIM(WS-ED-CANT)
               " COMPROBANTES TIPO C ENTRE "
               FUNCTION TRIM(WS-ED-PISO) " Y "
               FUNCTION TRIM(WS-ED-TOPE)
               DELIMITED BY SIZE
          INTO WS-LIN-TEXTO
        END-STRING
      WHEN 2
        IF WS-PAR-ANO-GRV-FRI = "S"
            MOVE "[GRAVE]" TO WS-SEVERIDAD
        END-IF
        MOVE WS-CUI-SLOT-FRI(WS-CUI-IDX) TO WS-ED-CANT
        MOVE WS-PISO-IE       TO WS-ED-PISO
        MOVE WS-PAR-IE-LIMITE TO WS-ED-TOPE
        STRING "    " WS-SEVERIDAD " FRI - FRACCIONAMIENTO BAJO "
               "IE-LIMITE: " FUNCTION TRIM(WS-ED-CANT)
               " COMPROBANTES ENTRE "
               FUNCTION TRIM(WS-ED-PISO) " Y "
               FUNCTION TRIM(WS-ED-TOPE)
               DELIMITED BY SIZE
          INTO WS-LIN-TEXTO
        END-STRING
      WHEN 3
        IF WS-PAR-ANO-GRV-VOL = "S"
            MOVE "[GRAVE]" TO WS-SEVERIDAD
        END-IF
        COMPUTE WS-PROMEDIO ROUNDED =
                WS-CUI-SLOT-HIMP(WS-CUI-IDX)
                / WS-CUI-SLOT-HDIAS(WS-CUI-IDX)
        MOVE WS-CUI-SLOT-IMP(WS-CUI-IDX)   TO WS-ED-IMP
        MOVE WS-PROMEDIO                   TO WS-ED-PROM
        MOVE WS-CUI-SLOT-HDIAS(WS-CUI-IDX) TO WS-ED-DIAS
        STRING "    " WS-SEVERIDAD " VOL - VOLUMEN DEL DIA "
               FUNCTION TRIM(WS-ED-IMP) " CONTRA PROMEDIO DIARIO "
               FUNCTION TRIM(WS-ED-PROM) " (" FUNCTION TRIM(WS-ED-DIAS)
               " DIAS CON MOVIMIENTO EN EL HISTORICO)"
               DELIMITED BY SIZE
          INTO WS-LIN-TEXTO
        END-STRING
      WHEN 4
        IF WS-PAR-ANO-GRV-FAN = "S"
            MOVE "[GRAVE]" TO WS-SEVERIDAD
        END-IF
        MOVE WS-CUI-SLOT-FAN(WS-CUI-IDX) TO WS-ED-CANT
        MOVE WS-PAR-ANO-FA-DIAS          TO WS-ED-DIAS
        STRING "    " WS-SEVERIDAD " FAN - FECHA DE EMISION "
               "ANTIGUA: " FUNCTION TRIM(WS-ED-CANT)
               " COMPROBANTES CON FA DE MAS DE "
               FUNCTION TRIM(WS-ED-DIAS) " DIAS"
               DELIMITED BY SIZE
          INTO WS-LIN-TEXTO
        END-STRING
    END-EVALUATE
    MOVE WS-LIN-TEXTO TO REG-REP
    WRITE REG-REP.

  GRABAR-COMPROBANTE.
    MOVE NC-SRT TO WS-LIN-CMP-NC
    MOVE FA-SRT TO WS-LIN-CMP-FA
    MOVE TO-SRT TO WS-LIN-CMP-TO
    MOVE IE-SRT TO WS-LIN-CMP-IE
    MOVE SPACES TO WS-LIN-CMP-OBS
    MOVE IE-SRT TO WS-IE-NUM
    EVALUATE RG-SRT
      WHEN 1
        COMPUTE WS-PORCENTAJE = WS-IE-NUM * 100 / WS-PAR-LIMITE-C
        MOVE WS-PORCENTAJE TO WS-ED-PCT
        STRING "  AL " FUNCTION TRIM(WS-ED-PCT) "% DEL TOPE"
               DELIMITED BY SIZE
          INTO WS-LIN-CMP-OBS
        END-STRING
      WHEN 2
        COMPUTE WS-PORCENTAJE = WS-IE-NUM * 100 / WS-PAR-IE-LIMITE
        MOVE WS-PORCENTAJE TO WS-ED-PCT
        STRING "  AL " FUNCTION TRIM(WS-ED-PCT) "% DEL TOPE"
               DELIMITED BY SIZE
          INTO WS-LIN-CMP-OBS
        END-STRING
      WHEN 4
        MOVE DI-SRT TO WS-ED-DIAS
        STRING "  FA CON " FUNCTION TRIM(WS-ED-DIAS) " DIAS"
               DELIMITED BY SIZE
          INTO WS-LIN-CMP-OBS
        END-STRING
    END-EVALUATE
    MOVE WS-LIN-CMP TO REG-REP
    WRITE REG-REP
    ADD 1 TO CON-LISTADOS.

*> ==========================================================
*> SECCIÓN: CARGA DEL ÍNDICE DE PARTICIONES MENSUALES,
*> RÉPLICA DE M6_SIM_P3_CONSUL. Sin índice no hay particiones
*> y el promedio sale sólo del mes vigente.
*> ==========================================================

  CARGAR-INDICE-PARTICIONES.
    OPEN INPUT HIST-IDX
    IF FS-IDX = "00"
        PERFORM UNTIL FIN-IDX = "1"
          READ HIST-IDX
            AT END
              MOVE "1" TO FIN-IDX
            NOT AT END
              IF MES-IDX IS NUMERIC AND WS-PART-CANT < 120
                  ADD 1 TO WS-PART-CANT
                  MOVE MES-IDX TO WS-PART-MES(WS-PART-CANT)
              END-IF
          END-READ
        END-PERFORM
        CLOSE HIST-IDX
    END-IF.

*> ==========================================================
*> SECCIÓN: TABLA HASH DE CUITS DEL DÍA (BÚSQUEDA E
*> INSERCIÓN), MISMO ESQUEMA QUE M6_SIM_P3_ANSES.
*> ==========================================================

  CALCULAR-HASH-CUI.
    MOVE ZEROS TO WS-CUI-HASH-SUMA
    PERFORM VARYING WS-CUI-HASH-POS FROM 1 BY 1
            UNTIL WS-CUI-HASH-POS > 11
      COMPUTE WS-CUI-HASH-SUMA =
              WS-CUI-HASH-SUMA * 31
              + FUNCTION ORD(WS-CUI-CLAVE(WS-CUI-HASH-POS:1))
    END-PERFORM
    COMPUTE WS-CUI-HASH-IDX =
            FUNCTION MOD(WS-CUI-HASH-SUMA, WS-CUI-TABLA-MAX) + 1.

  BUSCAR-CUI.
    MOVE "N" TO WS-CUI-ENCONTRADO
    PERFORM CALCULAR-HASH-CUI
    MOVE WS-CUI-HASH-IDX TO WS-CUI-IDX
    MOVE ZEROS           TO WS-CUI-PROBE-CANT

    PERFORM UNTIL WS-CUI-PROBE-CANT >= WS-CUI-TABLA-MAX
      IF WS-CUI-SLOT-OCUP(WS-CUI-IDX) NOT = "S"
          EXIT PERFORM
      END-IF
      IF WS-CUI-SLOT-VAL(WS-CUI-IDX) = WS-CUI-CLAVE
          MOVE "S" TO WS-CUI-ENCONTRADO
          EXIT PERFORM
      END-IF
      ADD 1 TO WS-CUI-PROBE-CANT
      ADD 1 TO WS-CUI-IDX
      IF WS-CUI-IDX > WS-CUI-TABLA-MAX
          MOVE 1 TO WS-CUI-IDX
      END-IF
    END-PERFORM.

  INSERTAR-CUI.
*>  Deja WS-CUI-IDX apuntando al CUIT (existente o recién
*>  abierto). Sin lugar en la tabla el control quedaría
*>  incompleto: se corta.
    PERFORM BUSCAR-CUI
    IF WS-CUI-ENCONTRADO = "S"
        EXIT PARAGRAPH
    END-IF
    IF WS-CUI-SLOT-OCUP(WS-CUI-IDX) NOT = "S"
        MOVE WS-CUI-CLAVE TO WS-CUI-SLOT-VAL(WS-CUI-IDX)
        MOVE "S" TO WS-CUI-SLOT-OCUP(WS-CUI-IDX)
        MOVE "S" TO WS-CUI-ENCONTRADO
        ADD 1 TO WS-CUI-CANT
    ELSE
        DISPLAY "Error: tabla de CUITs saturada ("
                WS-CUI-TABLA-MAX " entradas); se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ==========================================================
*> SECCIÓN: CARGA Y VALIDACIÓN DE LOS PARÁMETROS OPERATIVOS
*> EXTERNOS, RÉPLICA DE LA MISMA LÓGICA APLICADA EN
*> M6_SIM_P3_ANSES/CARGAR-PARAMETROS, MÁS LOS UMBRALES ANOM-*
*> QUE ESTE PROGRAMA SÍ CONSUME.
*> ==========================================================

  CARGAR-PARAMETROS.
    OPEN INPUT PARAM-M6
    IF FS-PARAM NOT = "00"
        DISPLAY "Error: falta el archivo de parametros PARAM_M6.txt, "
                "FILE STATUS: " FS-PARAM
        DISPLAY "Los umbrales de anomalias se leen de ese archivo; "
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
    IF WS-PAR-TIENE-ANO-PCT NOT = "S"
        DISPLAY "Error: falta ANOM-FRACC-PCT en PARAM_M6.txt; "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-PAR-TIENE-ANO-CANT NOT = "S"
        DISPLAY "Error: falta ANOM-FRACC-CANT en PARAM_M6.txt; "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-PAR-TIENE-ANO-FACT NOT = "S"
        DISPLAY "Error: falta ANOM-VOL-FACTOR en PARAM_M6.txt; "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-PAR-TIENE-ANO-DIAS NOT = "S"
        DISPLAY "Error: falta ANOM-VOL-DIAS en PARAM_M6.txt; "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-PAR-TIENE-ANO-MES NOT = "S"
        DISPLAY "Error: falta ANOM-HIST-MESES en PARAM_M6.txt; "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-PAR-TIENE-ANO-FA NOT = "S"
        DISPLAY "Error: falta ANOM-FA-DIAS en PARAM_M6.txt; "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-PAR-TIENE-ANO-GRV NOT = "S"
        DISPLAY "Error: falta ANOM-GRAVES en PARAM_M6.txt; "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

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
*>    Claves del archivo compartido que este programa no usa:
*>    se aceptan como válidas y se ignoran.
      WHEN "PLAZO-PENDIENTE"
      WHEN "CUIT-PREF-A"
      WHEN "UMBRAL-ERROR"
      WHEN "RETEN-A"
      WHEN "RETEN-B"
      WHEN "RETEN-C"
        CONTINUE
      WHEN "ANOM-FRACC-PCT"
        MOVE 2 TO WS-PAR-NUM-MAX
        PERFORM CONVERTIR-PARAM-NUM
        IF WS-PAR-NUM = 0
            PERFORM RECHAZAR-PARAM-CERO
        END-IF
        MOVE WS-PAR-NUM TO WS-PAR-ANO-FRACC-PCT
        MOVE "S" TO WS-PAR-TIENE-ANO-PCT
      WHEN "ANOM-FRACC-CANT"
        MOVE 3 TO WS-PAR-NUM-MAX
        PERFORM CONVERTIR-PARAM-NUM
        IF WS-PAR-NUM = 0
            PERFORM RECHAZAR-PARAM-CERO
        END-IF
        MOVE WS-PAR-NUM TO WS-PAR-ANO-FRACC-CANT
        MOVE "S" TO WS-PAR-TIENE-ANO-CANT
      WHEN "ANOM-VOL-FACTOR"
        MOVE 3 TO WS-PAR-NUM-MAX
        PERFORM CONVERTIR-PARAM-NUM
        IF WS-PAR-NUM = 0
            PERFORM RECHAZAR-PARAM-CERO
        END-IF
        MOVE WS-PAR-NUM TO WS-PAR-ANO-VOL-FACTOR
        MOVE "S" TO WS-PAR-TIENE-ANO-FACT
      WHEN "ANOM-VOL-DIAS"
        MOVE 3 TO WS-PAR-NUM-MAX
        PERFORM CONVERTIR-PARAM-NUM
        IF WS-PAR-NUM = 0
            PERFORM RECHAZAR-PARAM-CERO
        END-IF
        MOVE WS-PAR-NUM TO WS-PAR-ANO-VOL-DIAS
        MOVE "S" TO WS-PAR-TIENE-ANO-DIAS
      WHEN "ANOM-HIST-MESES"
*>      Cero vale: el promedio sale sólo del mes vigente.
        MOVE 3 TO WS-PAR-NUM-MAX
        PERFORM CONVERTIR-PARAM-NUM
        IF WS-PAR-NUM > 120
            DISPLAY "Error: ANOM-HIST-MESES no puede pasar de 120 "
                    "(diez anios de particiones); se aborta."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-PAR-NUM TO WS-PAR-ANO-HIST-MESES
        MOVE "S" TO WS-PAR-TIENE-ANO-MES
      WHEN "ANOM-FA-DIAS"
        MOVE 4 TO WS-PAR-NUM-MAX
        PERFORM CONVERTIR-PARAM-NUM
        IF WS-PAR-NUM = 0
            PERFORM RECHAZAR-PARAM-CERO
        END-IF
        MOVE WS-PAR-NUM TO WS-PAR-ANO-FA-DIAS
        MOVE "S" TO WS-PAR-TIENE-ANO-FA
      WHEN "ANOM-GRAVES"
        PERFORM CARGAR-REGLAS-GRAVES
        MOVE "S" TO WS-PAR-TIENE-ANO-GRV
      WHEN OTHER
        DISPLAY "Error: clave desconocida en PARAM_M6.txt: '"
                FUNCTION TRIM(WS-PAR-CLAVE) "'; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-EVALUATE.

  RECHAZAR-PARAM-CERO.
    DISPLAY "Error: " FUNCTION TRIM(WS-PAR-CLAVE) " no puede ser "
            "cero en PARAM_M6.txt; se aborta."
    MOVE 8 TO RETURN-CODE
    STOP RUN.

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

*> ==========================================================
*> SECCIÓN: LISTA DE REGLAS GRAVES (ANOM-GRAVES). Códigos
*> separados por coma; vacío deja todas las reglas como leves
*> (el control avisa pero nunca frena la publicación).
*> ==========================================================

  CARGAR-REGLAS-GRAVES.
    MOVE "N" TO WS-PAR-ANO-GRV-FRC WS-PAR-ANO-GRV-FRI
                WS-PAR-ANO-GRV-VOL WS-PAR-ANO-GRV-FAN
    IF WS-PAR-VALOR = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE ZEROS TO WS-PAR-ANO-CANT-AUX
    PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
            UNTIL WS-PAR-IDX > 4
      MOVE SPACES TO WS-PAR-ANO-TXT(WS-PAR-IDX)
    END-PERFORM
    UNSTRING WS-PAR-VALOR DELIMITED BY ","
        INTO WS-PAR-ANO-TXT(1) WS-PAR-ANO-TXT(2)
             WS-PAR-ANO-TXT(3) WS-PAR-ANO-TXT(4)
        TALLYING IN WS-PAR-ANO-CANT-AUX

    PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
            UNTIL WS-PAR-IDX > WS-PAR-ANO-CANT-AUX
      EVALUATE FUNCTION TRIM(WS-PAR-ANO-TXT(WS-PAR-IDX))
        WHEN "FRC"
          MOVE "S" TO WS-PAR-ANO-GRV-FRC
        WHEN "FRI"
          MOVE "S" TO WS-PAR-ANO-GRV-FRI
        WHEN "VOL"
          MOVE "S" TO WS-PAR-ANO-GRV-VOL
        WHEN "FAN"
          MOVE "S" TO WS-PAR-ANO-GRV-FAN
        WHEN OTHER
          DISPLAY "Error: regla desconocida en ANOM-GRAVES: '"
                  FUNCTION TRIM(WS-PAR-ANO-TXT(WS-PAR-IDX))
                  "' (se espera FRC, FRI, VOL o FAN); se aborta."
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-EVALUATE
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
