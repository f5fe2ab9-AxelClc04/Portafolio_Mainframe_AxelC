*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_RETAC
*> PURPOSE    : Acumulado mensual de retenciones para la declaración jurada:
*>              al cierre de cada ciclo (después de M6_SIM_P3_ACUSE) toma
*>              las retenciones que calculó M6_SIM_P3_RETEN por comprobante
*>              (COMP_RETEN.txt), les descuenta lo que corresponde a las
*>              notas de crédito aceptadas del ciclo (COMP_NC.txt, a la
*>              misma alícuota con que se retuvo el original) y lo retenido
*>              sobre los comprobantes que AFIP rechazó en el acuse del
*>              lote publicado (AFIP_ACUSE.txt), y suma el resultado al
*>              acumulado del mes (COMP_RETEN_ACUM_AAAAMM.txt), una línea
*>              por CUIT + tipo de comprobante + alícuota aplicada. Cada
*>              lote se acumula una sola vez (COMP_RETEN_ACUM_CTL.txt): una
*>              segunda corrida sobre el mismo lote no suma de nuevo, y una
*>              corrida cortada a mitad de la grabación se completa o se
*>              descarta entera al volver a correr. El
*>              cierre de mes lo toma M6_SIM_P3_DDJJ para armar la
*>              presentación, así la cifra declarada sale del mismo
*>              circuito que calculó la retención y no de una planilla.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_RETAC.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Retenciones por comprobante del ciclo, tal como las deja
*>  M6_SIM_P3_RETEN (NC|CUIT|TIPO|BRUTO|ALICUOTA|RETENCION|NETO|).
*>  Obligatorio.
    SELECT COMP-RETEN ASSIGN TO "COMP_RETEN.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-RETEN.

*>  Notas de crédito aceptadas del ciclo: llevan el número del
*>  comprobante original y el importe acreditado (IE-NC).
    SELECT COMP-NC ASSIGN TO "COMP_NC.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-NC.

*>  Acuse de AFIP del lote publicado y número de ese lote (ver
*>  M6_SIM_P3_ACUSE): de acá salen los rechazados del ente.
    SELECT AFIP-ACUSE ASSIGN TO "AFIP_ACUSE.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ACUSE.

    SELECT LOTE-NRO ASSIGN TO "COMP_LOTE_NRO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-LOTE.

*>  Acumulado del mes: una línea por CUIT + tipo + alícuota con
*>  CUIT|TIPO|ALICUOTA|CANT|BASE|RET-CALCULADA|DESC-NC|
*>  DESC-AFIP|RET-NETA|. Se reescribe completo en cada ciclo
*>  (tmp + rename, como el resto de los archivos de control de
*>  la cadena). Un archivo por mes, así el cierre de un mes no
*>  se mezcla con los ciclos del siguiente.
    SELECT RET-ACUM ASSIGN DYNAMIC WS-NOMBRE-ACUM
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ACUM.

    SELECT RET-ACUM-OUT ASSIGN DYNAMIC WS-NOMBRE-ACUM-TMP
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ACUM-OUT.

*>  Lotes ya acumulados: una línea LOTE|AAAAMM|FECHA| por lote.
*>  También la lee M6_SIM_P3_DDJJ para informar cuántos lotes
*>  integran cada mes. Se reescribe por tmp como el acumulado:
*>  los dos tmp quedan completos antes de reemplazar nada, y el
*>  rename del acumulado es el que da el lote por sumado (ver
*>  RECUPERAR-ACUMULACION-PENDIENTE).
    SELECT RET-CTL ASSIGN TO "COMP_RETEN_ACUM_CTL.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CTL.

    SELECT RET-CTL-OUT ASSIGN TO "COMP_RETEN_ACUM_CTL.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CTL-OUT.

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

    FD COMP-RETEN.
      01 REG-RETEN.
        05 NC-RET    PIC X(13).
        05 FILLER    PIC X.
        05 CT-RET    PIC X(11).
        05 FILLER    PIC X.
        05 TO-RET    PIC X(1).
        05 FILLER    PIC X.
        05 BR-RET    PIC X(9).
        05 FILLER    PIC X.
        05 AL-RET    PIC X(4).
        05 FILLER    PIC X.
        05 RE-RET    PIC X(9).
        05 FILLER    PIC X.
        05 NE-RET    PIC X(9).
        05 FILLER    PIC X.

    FD COMP-NC.
      01 REG-NC.
        05 NC-NC     PIC X(13).
        05 FILLER    PIC X.
        05 FA-NC     PIC X(8).
        05 FILLER    PIC X.
        05 CT-NC     PIC X(11).
        05 FILLER    PIC X.
        05 TO-NC     PIC X(1).
        05 FILLER    PIC X.
        05 IE-NC     PIC X(9).
        05 FILLER    PIC X.
        05 NE-NC     PIC X(9).
        05 FILLER    PIC X.

    FD AFIP-ACUSE.
      01 REG-ACUSE.
        05 LO-AC     PIC X(6).
        05 FILLER    PIC X.
        05 NC-AC     PIC X(13).
        05 FILLER    PIC X.
        05 EO-AC     PIC X(10).
        05 FILLER    PIC X.
        05 CO-AC     PIC X(3).
        05 FILLER    PIC X.

    FD LOTE-NRO.
      01 REG-LOTE          PIC X(10).

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

    FD RET-ACUM-OUT.
      01 REG-ACUM-OUT      PIC X(109).

    FD RET-CTL.
      01 REG-CTL.
        05 LO-CTL    PIC X(6).
        05 FILLER    PIC X.
        05 ME-CTL    PIC X(6).
        05 FILLER    PIC X.
        05 FE-CTL    PIC X(8).
        05 FILLER    PIC X.

    FD RET-CTL-OUT.
      01 REG-CTL-OUT       PIC X(23).

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

    77 FS-RETEN      PIC XX.
    77 FS-NC         PIC XX.
    77 FS-ACUSE      PIC XX.
    77 FS-LOTE       PIC XX.
    77 FS-ACUM       PIC XX.
    77 FS-ACUM-OUT   PIC XX.
    77 FS-CTL        PIC XX.
    77 FS-CTL-OUT    PIC XX.

    77 FIN-RETEN     PIC X    VALUE "N".
    77 FIN-NC        PIC X    VALUE "N".
    77 FIN-ACUSE     PIC X    VALUE "N".
    77 FIN-ACUM      PIC X    VALUE "N".
    77 FIN-CTL       PIC X    VALUE "N".
    77 FIN-CTL-OUT   PIC X    VALUE "N".

    77 WS-RENAME-RC  PIC 9(9) COMP-5 VALUE ZEROS.
    77 WS-DELETE-RC  PIC 9(9) COMP-5 VALUE ZEROS.

    77 WS-FECHA-CORRIDA   PIC X(8)  VALUE SPACES.
    77 WS-MES-ACUM        PIC X(6)  VALUE SPACES.
    77 WS-LOTE-PUBLICADO  PIC 9(6)  VALUE ZEROS.
    77 WS-LOTE-YA-ACUM    PIC X     VALUE "N".
    77 WS-NOMBRE-ACUM     PIC X(40) VALUE SPACES.
    77 WS-NOMBRE-ACUM-TMP PIC X(40) VALUE SPACES.

    77 CON-RET-LEIDOS     PIC 9(9) VALUE ZEROS.
    77 CON-RET-ILEGIBLES  PIC 9(9) VALUE ZEROS.
    77 CON-NC-LEIDAS      PIC 9(9) VALUE ZEROS.
    77 CON-NC-APLICADAS   PIC 9(9) VALUE ZEROS.
    77 CON-NC-SIN-RET     PIC 9(9) VALUE ZEROS.
    77 CON-RECH-AFIP      PIC 9(9) VALUE ZEROS.
    77 CON-RECH-SIN-RET   PIC 9(9) VALUE ZEROS.
    77 CON-ACUM-PREVIAS   PIC 9(9) VALUE ZEROS.
    77 CON-ACUM-GRABADAS  PIC 9(9) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE RETENCIONES DEL CICLO POR COMPROBANTE. Tabla hash
*> con direccionamiento abierto (sondeo lineal), el mismo
*> esquema que las tablas de M6_SIM_P3_ANSES, claveada por NC.
*> Por comprobante quedan la base y la retención que todavía
*> "quedan en pie" después de notas de crédito y rechazos, y
*> lo descontado por cada concepto.
*> ----------------------------------------------------------
    01 WS-CMP-CONTROL.
      05 WS-CMP-ENCONTRADO    PIC X     VALUE "N".
      05 WS-CMP-SATURADA      PIC X     VALUE "N".
      05 WS-CMP-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-CMP-TABLA-MAX     PIC 9(7)  VALUE 1000003.
      05 WS-CMP-IDX           PIC 9(7)  VALUE ZEROS.
      05 WS-CMP-PROBE-CANT    PIC 9(7)  VALUE ZEROS.
      05 WS-CMP-CLAVE         PIC X(13) VALUE SPACES.
      05 WS-CMP-HASH-SUMA     PIC 9(9)  COMP VALUE ZEROS.
      05 WS-CMP-HASH-POS      PIC 9(2)  VALUE ZEROS.
      05 WS-CMP-HASH-IDX      PIC 9(7)  VALUE ZEROS.
      05 WS-CMP-SLOT OCCURS 1000003 TIMES.
        10 WS-CMP-SLOT-VAL      PIC X(13) VALUE SPACES.
        10 WS-CMP-SLOT-CT       PIC X(11) VALUE SPACES.
        10 WS-CMP-SLOT-TO       PIC X(1)  VALUE SPACES.
        10 WS-CMP-SLOT-AL       PIC 9(2)V99 VALUE ZEROS.
        10 WS-CMP-SLOT-AL-X REDEFINES WS-CMP-SLOT-AL PIC X(4).
        10 WS-CMP-SLOT-BASE     PIC 9(9)  VALUE ZEROS.
        10 WS-CMP-SLOT-RET      PIC 9(9)  VALUE ZEROS.
        10 WS-CMP-SLOT-RET-CALC PIC 9(9)  VALUE ZEROS.
        10 WS-CMP-SLOT-DESC-NC  PIC 9(9)  VALUE ZEROS.
        10 WS-CMP-SLOT-DESC-AF  PIC 9(9)  VALUE ZEROS.
        10 WS-CMP-SLOT-ACUSADO  PIC X     VALUE SPACE.
        10 WS-CMP-SLOT-RECHAZO  PIC X     VALUE SPACE.
        10 WS-CMP-SLOT-OCUP     PIC X     VALUE SPACE.

*> ----------------------------------------------------------
*> ÁREA DEL ACUMULADO DEL MES POR CUIT + TIPO + ALÍCUOTA.
*> Mismo esquema de tabla hash, claveada por los 16 bytes
*> CUIT (11) + TIPO (1) + ALÍCUOTA (4).
*> ----------------------------------------------------------
    01 WS-ACU-CONTROL.
      05 WS-ACU-ENCONTRADO    PIC X     VALUE "N".
      05 WS-ACU-SATURADA      PIC X     VALUE "N".
      05 WS-ACU-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-ACU-TABLA-MAX     PIC 9(7)  VALUE 1000003.
      05 WS-ACU-IDX           PIC 9(7)  VALUE ZEROS.
      05 WS-ACU-PROBE-CANT    PIC 9(7)  VALUE ZEROS.
      05 WS-ACU-CLAVE         PIC X(16) VALUE SPACES.
      05 WS-ACU-HASH-SUMA     PIC 9(9)  COMP VALUE ZEROS.
      05 WS-ACU-HASH-POS      PIC 9(2)  VALUE ZEROS.
      05 WS-ACU-HASH-IDX      PIC 9(7)  VALUE ZEROS.
      05 WS-ACU-SLOT OCCURS 1000003 TIMES.
        10 WS-ACU-SLOT-VAL      PIC X(16) VALUE SPACES.
        10 WS-ACU-SLOT-CANT     PIC 9(9)  VALUE ZEROS.
        10 WS-ACU-SLOT-BASE     PIC 9(15) VALUE ZEROS.
        10 WS-ACU-SLOT-RET-CALC PIC 9(15) VALUE ZEROS.
        10 WS-ACU-SLOT-DESC-NC  PIC 9(15) VALUE ZEROS.
        10 WS-ACU-SLOT-DESC-AF  PIC 9(15) VALUE ZEROS.
        10 WS-ACU-SLOT-RET-NETA PIC 9(15) VALUE ZEROS.
        10 WS-ACU-SLOT-OCUP     PIC X     VALUE SPACE.

*> ----------------------------------------------------------
*> ÁREA DEL DESCUENTO EN CURSO (NOTA DE CRÉDITO O RECHAZO).
*> El descuento por nota se calcula a la alícuota con que se
*> retuvo el original, redondeado al peso como en
*> M6_SIM_P3_RETEN, y nunca supera lo que queda retenido.
*> ----------------------------------------------------------
    01 WS-DESCUENTO.
      05 WS-DES-IMPORTE       PIC 9(9)  VALUE ZEROS.
      05 WS-DES-RETENCION     PIC 9(9)  VALUE ZEROS.

*> ----------------------------------------------------------
*> TOTALES DEL CICLO (PARA PANTALLA Y BITÁCORA).
*> ----------------------------------------------------------
    01 WS-TOTALES-CICLO.
      05 WS-TOT-RET-CALC      PIC 9(15) VALUE ZEROS.
      05 WS-TOT-DESC-NC       PIC 9(15) VALUE ZEROS.
      05 WS-TOT-DESC-AF       PIC 9(15) VALUE ZEROS.
      05 WS-TOT-RET-NETA      PIC 9(15) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LAS LÍNEAS DEL ACUMULADO Y DEL CONTROL.
*> ----------------------------------------------------------
    01 WS-REG-ACUM.
      05 CT-ACU-WS   PIC X(11).
      05 FILLER      PIC X    VALUE "|".
      05 TO-ACU-WS   PIC X(1).
      05 FILLER      PIC X    VALUE "|".
      05 AL-ACU-WS   PIC X(4).
      05 FILLER      PIC X    VALUE "|".
      05 CA-ACU-WS   PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 BA-ACU-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 RB-ACU-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 DN-ACU-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 DA-ACU-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 RN-ACU-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".

    01 WS-REG-CTL.
      05 LO-CTL-WS   PIC 9(6).
      05 FILLER      PIC X    VALUE "|".
      05 ME-CTL-WS   PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 FE-CTL-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".

*>  Última línea del control tmp de una corrida cortada.
    01 WS-CTL-PENDIENTE.
      05 LO-CTL-PEN  PIC X(6).
      05 FILLER      PIC X.
      05 ME-CTL-PEN  PIC X(6).
      05 FILLER      PIC X.
      05 FE-CTL-PEN  PIC X(8).
      05 CI-CTL-PEN  PIC X.

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
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_RETAC".
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
*> COMENTARIO DE CICLO-EST AHÍ). Fase requerida: 8 (el acuse
*> del lote procesado, que es lo que dice qué rechazó AFIP);
*> fase propia: 0, igual que M6_SIM_P3_RETEN.
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
      05 WS-CIC-FASE-REQ      PIC 9(1)  VALUE 8.
      05 WS-CIC-FASE-PROPIA   PIC 9(1)  VALUE 0.
      05 WS-CIC-RC-FIN        PIC X(2)  VALUE SPACES.
      05 WS-CIC-DELETE-RC     PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-CIC-RENAME-RC     PIC 9(9)  COMP-5 VALUE ZEROS.

    01 WS-REG-CICLO.
      05 UL-CIC-WS   PIC 9(1).
      05 FILLER      PIC X    VALUE "|".
      05 PG-CIC-WS   PIC X(17) VALUE "M6_SIM_P3_RETAC".
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
*> SECCIÓN: CONTROL DE CICLO, LOTE Y MES DE ACUMULACIÓN.
*> ==========================================================

  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
  MOVE WS-FECHA-CORRIDA(1:6) TO WS-MES-ACUM

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  PERFORM GRABAR-BITACORA

  PERFORM VERIFICAR-CICLO
  PERFORM ESTAMPAR-CICLO-INICIO

  PERFORM CARGAR-LOTE-NRO

  PERFORM RECUPERAR-ACUMULACION-PENDIENTE

  MOVE SPACES TO WS-NOMBRE-ACUM WS-NOMBRE-ACUM-TMP
  STRING "COMP_RETEN_ACUM_" WS-MES-ACUM ".txt" DELIMITED BY SIZE
    INTO WS-NOMBRE-ACUM
  END-STRING
  STRING "COMP_RETEN_ACUM_" WS-MES-ACUM ".txt.tmp" DELIMITED BY SIZE
    INTO WS-NOMBRE-ACUM-TMP
  END-STRING

*>  Un lote ya acumulado no vuelve a sumar: la segunda corrida
*>  es un reintento del operador, no un ciclo nuevo. Se avisa
*>  con RC 4 y el acumulado queda como estaba.
  PERFORM VERIFICAR-LOTE-ACUMULADO
  IF WS-LOTE-YA-ACUM = "S"
      DISPLAY "Aviso: el lote " WS-LOTE-PUBLICADO " ya figura "
              "acumulado en COMP_RETEN_ACUM_CTL.txt; no se vuelve a "
              "sumar."
      MOVE "04" TO WS-CIC-RC-FIN
      PERFORM ESTAMPAR-CICLO-FIN
      MOVE 4 TO RETURN-CODE
      MOVE "FIN" TO FA-BIT
      MOVE "04"  TO RC-BIT
      MOVE SPACES TO DE-BIT
      STRING "LOTE " WS-LOTE-PUBLICADO " YA ACUMULADO"
             DELIMITED BY SIZE
        INTO DE-BIT
      END-STRING
      PERFORM GRABAR-BITACORA
      STOP RUN
  END-IF

*> ==========================================================
*> SECCIÓN: RETENCIONES DEL CICLO Y DESCUENTOS POR NOTAS DE
*> CRÉDITO Y RECHAZOS DE AFIP.
*> ==========================================================

  PERFORM CARGAR-RETENCIONES

  PERFORM APLICAR-NOTAS-CREDITO

  PERFORM APLICAR-RECHAZOS-AFIP

*> ==========================================================
*> SECCIÓN: SUMA AL ACUMULADO DEL MES Y REEMPLAZO DEL ARCHIVO.
*> Primero se graban completos el acumulado y el control en
*> sus tmp; recién después se reemplaza el acumulado, que es
*> el momento en que el lote queda sumado, y por último el
*> control.
*> ==========================================================

  PERFORM CARGAR-ACUMULADO

  PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
          UNTIL WS-CMP-IDX > WS-CMP-TABLA-MAX
    IF WS-CMP-SLOT-OCUP(WS-CMP-IDX) = "S"
        PERFORM SUMAR-COMPROBANTE
    END-IF
  END-PERFORM

  PERFORM GRABAR-ACUMULADO

  PERFORM GRABAR-LOTE-ACUMULADO

  PERFORM CONFIRMAR-ACUMULADO

  DISPLAY "Mes acumulado:              " WS-MES-ACUM
  DISPLAY "Lote acumulado:             " WS-LOTE-PUBLICADO
  DISPLAY "Retenciones leidas:         " CON-RET-LEIDOS
  DISPLAY "Retenciones ilegibles:      " CON-RET-ILEGIBLES
  DISPLAY "Notas de credito aplicadas: " CON-NC-APLICADAS
  DISPLAY "Notas sin retencion:        " CON-NC-SIN-RET
  DISPLAY "Rechazos AFIP descontados:  " CON-RECH-AFIP
  DISPLAY "Rechazos sin retencion:     " CON-RECH-SIN-RET
  DISPLAY "Retencion calculada:        " WS-TOT-RET-CALC
  DISPLAY "Descuento notas de credito: " WS-TOT-DESC-NC
  DISPLAY "Descuento rechazos AFIP:    " WS-TOT-DESC-AF
  DISPLAY "Retencion neta del ciclo:   " WS-TOT-RET-NETA
  DISPLAY "Lineas del acumulado:       " CON-ACUM-GRABADAS
  DISPLAY "---------FIN DE ACUMULADO DE RETENCIONES---------"

  MOVE "00" TO WS-CIC-RC-FIN
  PERFORM ESTAMPAR-CICLO-FIN

  MOVE "FIN" TO FA-BIT
  MOVE "00"  TO RC-BIT
  MOVE SPACES TO DE-BIT
  STRING "MES " WS-MES-ACUM " LOTE " WS-LOTE-PUBLICADO
         " RET-NETA " WS-TOT-RET-NETA DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: LOTE PUBLICADO (MISMA LECTURA QUE
*> M6_SIM_P3_ACUSE/CARGAR-LOTE-NRO) Y CONTROL DE LOTES YA
*> ACUMULADOS.
*> ==========================================================

  CARGAR-LOTE-NRO.
    OPEN INPUT LOTE-NRO
    IF FS-LOTE NOT = "00"
        DISPLAY "Error: no hay lote publicado (COMP_LOTE_NRO.txt), "
                "FILE STATUS: " FS-LOTE "; no hay ciclo que acumular."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ LOTE-NRO
      AT END
        DISPLAY "Error: COMP_LOTE_NRO.txt esta vacio; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-READ
    IF REG-LOTE(1:6) IS NUMERIC
        MOVE REG-LOTE(1:6) TO WS-LOTE-PUBLICADO
    ELSE
        DISPLAY "Error: COMP_LOTE_NRO.txt no contiene un numero de "
                "lote valido: '" REG-LOTE "'"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE LOTE-NRO.

  VERIFICAR-LOTE-ACUMULADO.
    MOVE "N" TO WS-LOTE-YA-ACUM
    MOVE "N" TO FIN-CTL
    OPEN INPUT RET-CTL
    IF FS-CTL = "00"
        PERFORM UNTIL FIN-CTL = "1"
          READ RET-CTL
            AT END
              MOVE "1" TO FIN-CTL
            NOT AT END
              IF LO-CTL IS NUMERIC
                 AND LO-CTL = WS-LOTE-PUBLICADO
                  MOVE "S" TO WS-LOTE-YA-ACUM
              END-IF
          END-READ
        END-PERFORM
        CLOSE RET-CTL
    END-IF.

*>  El control nuevo es el anterior más la línea del lote, en
*>  COMP_RETEN_ACUM_CTL.txt.tmp; se graba después del tmp del
*>  acumulado, así un control tmp completo implica un acumulado
*>  tmp completo.
  GRABAR-LOTE-ACUMULADO.
    OPEN OUTPUT RET-CTL-OUT
    IF FS-CTL-OUT NOT = "00"
        DISPLAY "Error al crear COMP_RETEN_ACUM_CTL.txt.tmp, FILE "
                "STATUS: " FS-CTL-OUT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO FIN-CTL
    OPEN INPUT RET-CTL
    IF FS-CTL = "00"
        PERFORM UNTIL FIN-CTL = "1"
          READ RET-CTL
            AT END
              MOVE "1" TO FIN-CTL
            NOT AT END
              MOVE REG-CTL TO REG-CTL-OUT
              WRITE REG-CTL-OUT
          END-READ
        END-PERFORM
        CLOSE RET-CTL
    END-IF
    MOVE WS-LOTE-PUBLICADO TO LO-CTL-WS
    MOVE WS-MES-ACUM       TO ME-CTL-WS
    MOVE WS-FECHA-CORRIDA  TO FE-CTL-WS
    MOVE WS-REG-CTL TO REG-CTL-OUT
    WRITE REG-CTL-OUT
    CLOSE RET-CTL-OUT.

  CONFIRMAR-ACUMULADO.
    CALL "CBL_RENAME_FILE" USING WS-NOMBRE-ACUM-TMP WS-NOMBRE-ACUM
      RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        DISPLAY "Error al reemplazar " FUNCTION TRIM(WS-NOMBRE-ACUM)
                ", RC=" WS-RENAME-RC
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CALL "CBL_RENAME_FILE" USING "COMP_RETEN_ACUM_CTL.txt.tmp"
                                  "COMP_RETEN_ACUM_CTL.txt"
      RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        DISPLAY "Error al reemplazar COMP_RETEN_ACUM_CTL.txt, RC="
                WS-RENAME-RC "; el lote ya quedo sumado y la "
                "proxima corrida completa el control."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*>  Un COMP_RETEN_ACUM_CTL.txt.tmp al arrancar es de una corrida
*>  que se cortó después de grabar los dos tmp. Si el tmp del
*>  acumulado de ese mes sigue ahí, no se llegó a reemplazar
*>  nada y se descartan los dos (el lote se acumula de nuevo en
*>  esta corrida); si ya no está, el acumulado se reemplazó y
*>  sólo falta el control. Un control tmp cortado a medias (la
*>  última línea incompleta o de otro lote) es anterior al
*>  reemplazo y también se descarta.
  RECUPERAR-ACUMULACION-PENDIENTE.
    MOVE SPACES TO WS-CTL-PENDIENTE
    MOVE "N" TO FIN-CTL-OUT
    OPEN INPUT RET-CTL-OUT
    IF FS-CTL-OUT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FIN-CTL-OUT = "1"
      READ RET-CTL-OUT
        AT END
          MOVE "1" TO FIN-CTL-OUT
        NOT AT END
          MOVE REG-CTL-OUT TO WS-CTL-PENDIENTE
      END-READ
    END-PERFORM
    CLOSE RET-CTL-OUT

    IF LO-CTL-PEN IS NOT NUMERIC OR ME-CTL-PEN IS NOT NUMERIC
       OR CI-CTL-PEN NOT = "|"
       OR LO-CTL-PEN NOT = WS-LOTE-PUBLICADO
        DISPLAY "Aviso: se descarta COMP_RETEN_ACUM_CTL.txt.tmp de "
                "una corrida cortada antes de acumular."
        CALL "CBL_DELETE_FILE" USING "COMP_RETEN_ACUM_CTL.txt.tmp"
          RETURNING WS-DELETE-RC
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-NOMBRE-ACUM-TMP
    STRING "COMP_RETEN_ACUM_" ME-CTL-PEN ".txt.tmp" DELIMITED BY SIZE
      INTO WS-NOMBRE-ACUM-TMP
    END-STRING
    OPEN INPUT RET-ACUM-OUT
    IF FS-ACUM-OUT = "00"
        CLOSE RET-ACUM-OUT
        DISPLAY "Aviso: la corrida anterior del lote "
                WS-LOTE-PUBLICADO " se corto antes de reemplazar el "
                "acumulado; se descartan sus tmp."
        CALL "CBL_DELETE_FILE" USING WS-NOMBRE-ACUM-TMP
          RETURNING WS-DELETE-RC
        CALL "CBL_DELETE_FILE" USING "COMP_RETEN_ACUM_CTL.txt.tmp"
          RETURNING WS-DELETE-RC
        EXIT PARAGRAPH
    END-IF

    DISPLAY "Aviso: la corrida anterior del lote " WS-LOTE-PUBLICADO
            " ya habia reemplazado el acumulado; se completa "
            "COMP_RETEN_ACUM_CTL.txt."
    CALL "CBL_RENAME_FILE" USING "COMP_RETEN_ACUM_CTL.txt.tmp"
                                  "COMP_RETEN_ACUM_CTL.txt"
      RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        DISPLAY "Error al completar COMP_RETEN_ACUM_CTL.txt, RC="
                WS-RENAME-RC "; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ==========================================================
*> SECCIÓN: CARGA DE LAS RETENCIONES DEL CICLO EN LA TABLA.
*> ==========================================================

  CARGAR-RETENCIONES.
    OPEN INPUT COMP-RETEN
    IF FS-RETEN NOT = "00"
        DISPLAY "Error al abrir COMP_RETEN.txt, FILE STATUS: " FS-RETEN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL FIN-RETEN = "1"
      READ COMP-RETEN
        AT END
          MOVE "1" TO FIN-RETEN
        NOT AT END
          ADD 1 TO CON-RET-LEIDOS
          PERFORM CARGAR-UNA-RETENCION
      END-READ
    END-PERFORM
    CLOSE COMP-RETEN.

  CARGAR-UNA-RETENCION.
*>  Una línea con números ilegibles no debería existir (la
*>  arma M6_SIM_P3_RETEN), pero si aparece se cuenta y se
*>  saltea en vez de declarar a ciegas.
    IF NOT BR-RET IS NUMERIC OR NOT AL-RET IS NUMERIC
       OR NOT RE-RET IS NUMERIC
       OR NOT (TO-RET = "A" OR TO-RET = "B" OR TO-RET = "C")
        ADD 1 TO CON-RET-ILEGIBLES
        EXIT PARAGRAPH
    END-IF

    MOVE NC-RET TO WS-CMP-CLAVE
    PERFORM INSERTAR-CMP
    IF WS-CMP-ENCONTRADO NOT = "S"
        EXIT PARAGRAPH
    END-IF

    MOVE CT-RET TO WS-CMP-SLOT-CT(WS-CMP-IDX)
    MOVE TO-RET TO WS-CMP-SLOT-TO(WS-CMP-IDX)
    MOVE AL-RET TO WS-CMP-SLOT-AL-X(WS-CMP-IDX)
    MOVE BR-RET TO WS-CMP-SLOT-BASE(WS-CMP-IDX)
    MOVE RE-RET TO WS-CMP-SLOT-RET(WS-CMP-IDX)
    MOVE RE-RET TO WS-CMP-SLOT-RET-CALC(WS-CMP-IDX)
    ADD WS-CMP-SLOT-RET-CALC(WS-CMP-IDX) TO WS-TOT-RET-CALC.

*> ==========================================================
*> SECCIÓN: DESCUENTO POR NOTAS DE CRÉDITO DEL CICLO. La nota
*> lleva el número del original (así la aparea
*> M6_SIM_P3_ANSES): se descuenta de su base lo acreditado y
*> de su retención lo que corresponde a esa base a la misma
*> alícuota. Varias notas contra un mismo original descuentan
*> en cascada hasta dejarlo en cero.
*> ==========================================================

  APLICAR-NOTAS-CREDITO.
    OPEN INPUT COMP-NC
    IF FS-NC NOT = "00"
        DISPLAY "Aviso: sin notas de credito del ciclo (COMP_NC.txt), "
                "FILE STATUS: " FS-NC
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-NC = "1"
      READ COMP-NC
        AT END
          MOVE "1" TO FIN-NC
        NOT AT END
          ADD 1 TO CON-NC-LEIDAS
          PERFORM APLICAR-UNA-NOTA
      END-READ
    END-PERFORM
    CLOSE COMP-NC.

  APLICAR-UNA-NOTA.
    IF NOT IE-NC IS NUMERIC
        ADD 1 TO CON-NC-SIN-RET
        EXIT PARAGRAPH
    END-IF

    MOVE NC-NC TO WS-CMP-CLAVE
    PERFORM BUSCAR-CMP
    IF WS-CMP-ENCONTRADO NOT = "S"
       OR WS-CMP-SLOT-CT(WS-CMP-IDX) NOT = CT-NC
        ADD 1 TO CON-NC-SIN-RET
        EXIT PARAGRAPH
    END-IF

    MOVE IE-NC TO WS-DES-IMPORTE
    IF WS-DES-IMPORTE > WS-CMP-SLOT-BASE(WS-CMP-IDX)
        MOVE WS-CMP-SLOT-BASE(WS-CMP-IDX) TO WS-DES-IMPORTE
    END-IF
    COMPUTE WS-DES-RETENCION ROUNDED =
            WS-DES-IMPORTE * WS-CMP-SLOT-AL(WS-CMP-IDX) / 100
    IF WS-DES-RETENCION > WS-CMP-SLOT-RET(WS-CMP-IDX)
        MOVE WS-CMP-SLOT-RET(WS-CMP-IDX) TO WS-DES-RETENCION
    END-IF

    SUBTRACT WS-DES-IMPORTE   FROM WS-CMP-SLOT-BASE(WS-CMP-IDX)
    SUBTRACT WS-DES-RETENCION FROM WS-CMP-SLOT-RET(WS-CMP-IDX)
    ADD WS-DES-RETENCION TO WS-CMP-SLOT-DESC-NC(WS-CMP-IDX)
    ADD WS-DES-RETENCION TO WS-TOT-DESC-NC
    ADD 1 TO CON-NC-APLICADAS.

*> ==========================================================
*> SECCIÓN: DESCUENTO POR RECHAZOS DE AFIP. Entran los
*> RECHAZADO del acuse del lote publicado; igual que en
*> M6_SIM_P3_ACUSE, si un comprobante viene acusado más de una
*> vez vale el primer acuse. Un rechazado no se declara: se
*> descuenta todo lo que le quedaba retenido.
*> ==========================================================

  APLICAR-RECHAZOS-AFIP.
    OPEN INPUT AFIP-ACUSE
    IF FS-ACUSE NOT = "00"
        DISPLAY "Error al abrir AFIP_ACUSE.txt, FILE STATUS: " FS-ACUSE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL FIN-ACUSE = "1"
      READ AFIP-ACUSE
        AT END
          MOVE "1" TO FIN-ACUSE
        NOT AT END
          IF LO-AC IS NUMERIC
             AND LO-AC = WS-LOTE-PUBLICADO
              PERFORM APLICAR-UN-ACUSE
          END-IF
      END-READ
    END-PERFORM
    CLOSE AFIP-ACUSE.

  APLICAR-UN-ACUSE.
    MOVE NC-AC TO WS-CMP-CLAVE
    PERFORM BUSCAR-CMP
    IF WS-CMP-ENCONTRADO NOT = "S"
        IF EO-AC = "RECHAZADO"
            ADD 1 TO CON-RECH-SIN-RET
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF WS-CMP-SLOT-ACUSADO(WS-CMP-IDX) = "S"
        EXIT PARAGRAPH
    END-IF
    MOVE "S" TO WS-CMP-SLOT-ACUSADO(WS-CMP-IDX)

    IF EO-AC = "RECHAZADO"
        MOVE "S" TO WS-CMP-SLOT-RECHAZO(WS-CMP-IDX)
        ADD WS-CMP-SLOT-RET(WS-CMP-IDX)
          TO WS-CMP-SLOT-DESC-AF(WS-CMP-IDX)
        ADD WS-CMP-SLOT-RET(WS-CMP-IDX) TO WS-TOT-DESC-AF
        MOVE ZEROS TO WS-CMP-SLOT-RET(WS-CMP-IDX)
                      WS-CMP-SLOT-BASE(WS-CMP-IDX)
        ADD 1 TO CON-RECH-AFIP
    END-IF.

*> ==========================================================
*> SECCIÓN: ACUMULADO DEL MES (CARGA, SUMA Y REESCRITURA).
*> ==========================================================

  CARGAR-ACUMULADO.
    OPEN INPUT RET-ACUM
    IF FS-ACUM NOT = "00"
        DISPLAY "Primer ciclo del mes " WS-MES-ACUM ": se abre "
                FUNCTION TRIM(WS-NOMBRE-ACUM) "."
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-ACUM = "1"
      READ RET-ACUM
        AT END
          MOVE "1" TO FIN-ACUM
        NOT AT END
          IF CA-ACU IS NUMERIC AND BA-ACU IS NUMERIC
             AND RB-ACU IS NUMERIC AND DN-ACU IS NUMERIC
             AND DA-ACU IS NUMERIC AND RN-ACU IS NUMERIC
              MOVE SPACES TO WS-ACU-CLAVE
              MOVE CT-ACU TO WS-ACU-CLAVE(1:11)
              MOVE TO-ACU TO WS-ACU-CLAVE(12:1)
              MOVE AL-ACU TO WS-ACU-CLAVE(13:4)
              PERFORM INSERTAR-ACU
              IF WS-ACU-ENCONTRADO = "S"
                  ADD 1 TO CON-ACUM-PREVIAS
                  MOVE CA-ACU TO WS-ACU-SLOT-CANT(WS-ACU-IDX)
                  MOVE BA-ACU TO WS-ACU-SLOT-BASE(WS-ACU-IDX)
                  MOVE RB-ACU TO WS-ACU-SLOT-RET-CALC(WS-ACU-IDX)
                  MOVE DN-ACU TO WS-ACU-SLOT-DESC-NC(WS-ACU-IDX)
                  MOVE DA-ACU TO WS-ACU-SLOT-DESC-AF(WS-ACU-IDX)
                  MOVE RN-ACU TO WS-ACU-SLOT-RET-NETA(WS-ACU-IDX)
              END-IF
          ELSE
              DISPLAY "Error: linea ilegible en "
                      FUNCTION TRIM(WS-NOMBRE-ACUM) ": '"
                      REG-ACUM "'; se aborta."
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF
      END-READ
    END-PERFORM
    CLOSE RET-ACUM.

  SUMAR-COMPROBANTE.
    MOVE SPACES TO WS-ACU-CLAVE
    MOVE WS-CMP-SLOT-CT(WS-CMP-IDX) TO WS-ACU-CLAVE(1:11)
    MOVE WS-CMP-SLOT-TO(WS-CMP-IDX) TO WS-ACU-CLAVE(12:1)
    MOVE WS-CMP-SLOT-AL-X(WS-CMP-IDX) TO WS-ACU-CLAVE(13:4)
    PERFORM INSERTAR-ACU
    IF WS-ACU-ENCONTRADO NOT = "S"
        EXIT PARAGRAPH
    END-IF

*>  El rechazado por AFIP suma a lo calculado y a su
*>  descuento (para que el listado de verificación muestre de
*>  dónde sale la diferencia), pero no a la cantidad ni a la
*>  base declaradas.
    IF WS-CMP-SLOT-RECHAZO(WS-CMP-IDX) NOT = "S"
        ADD 1 TO WS-ACU-SLOT-CANT(WS-ACU-IDX)
    END-IF
    ADD WS-CMP-SLOT-BASE(WS-CMP-IDX)
      TO WS-ACU-SLOT-BASE(WS-ACU-IDX)
    ADD WS-CMP-SLOT-RET-CALC(WS-CMP-IDX)
      TO WS-ACU-SLOT-RET-CALC(WS-ACU-IDX)
    ADD WS-CMP-SLOT-DESC-NC(WS-CMP-IDX)
      TO WS-ACU-SLOT-DESC-NC(WS-ACU-IDX)
    ADD WS-CMP-SLOT-DESC-AF(WS-CMP-IDX)
      TO WS-ACU-SLOT-DESC-AF(WS-ACU-IDX)
    ADD WS-CMP-SLOT-RET(WS-CMP-IDX)
      TO WS-ACU-SLOT-RET-NETA(WS-ACU-IDX)
    ADD WS-CMP-SLOT-RET(WS-CMP-IDX) TO WS-TOT-RET-NETA.

  GRABAR-ACUMULADO.
    OPEN OUTPUT RET-ACUM-OUT
    IF FS-ACUM-OUT NOT = "00"
        DISPLAY "Error al crear " FUNCTION TRIM(WS-NOMBRE-ACUM-TMP)
                ", FILE STATUS: " FS-ACUM-OUT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
            UNTIL WS-ACU-IDX > WS-ACU-TABLA-MAX
      IF WS-ACU-SLOT-OCUP(WS-ACU-IDX) = "S"
          MOVE WS-ACU-SLOT-VAL(WS-ACU-IDX)(1:11)  TO CT-ACU-WS
          MOVE WS-ACU-SLOT-VAL(WS-ACU-IDX)(12:1)  TO TO-ACU-WS
          MOVE WS-ACU-SLOT-VAL(WS-ACU-IDX)(13:4)  TO AL-ACU-WS
          MOVE WS-ACU-SLOT-CANT(WS-ACU-IDX)       TO CA-ACU-WS
          MOVE WS-ACU-SLOT-BASE(WS-ACU-IDX)       TO BA-ACU-WS
          MOVE WS-ACU-SLOT-RET-CALC(WS-ACU-IDX)   TO RB-ACU-WS
          MOVE WS-ACU-SLOT-DESC-NC(WS-ACU-IDX)    TO DN-ACU-WS
          MOVE WS-ACU-SLOT-DESC-AF(WS-ACU-IDX)    TO DA-ACU-WS
          MOVE WS-ACU-SLOT-RET-NETA(WS-ACU-IDX)   TO RN-ACU-WS
          MOVE WS-REG-ACUM TO REG-ACUM-OUT
          WRITE REG-ACUM-OUT
          ADD 1 TO CON-ACUM-GRABADAS
      END-IF
    END-PERFORM

    CLOSE RET-ACUM-OUT.

*> ==========================================================
*> SECCIÓN: TABLA HASH DE COMPROBANTES RETENIDOS (BÚSQUEDA E
*> INSERCIÓN). MISMO ESQUEMA DE SONDEO LINEAL QUE LAS TABLAS
*> DE M6_SIM_P3_ANSES.
*> ==========================================================

  CALCULAR-HASH-CMP.
    MOVE ZEROS TO WS-CMP-HASH-SUMA
    PERFORM VARYING WS-CMP-HASH-POS FROM 1 BY 1
            UNTIL WS-CMP-HASH-POS > 13
      COMPUTE WS-CMP-HASH-SUMA =
              WS-CMP-HASH-SUMA * 31
              + FUNCTION ORD(WS-CMP-CLAVE(WS-CMP-HASH-POS:1))
    END-PERFORM
    COMPUTE WS-CMP-HASH-IDX =
            FUNCTION MOD(WS-CMP-HASH-SUMA, WS-CMP-TABLA-MAX) + 1.

  BUSCAR-CMP.
    MOVE "N" TO WS-CMP-ENCONTRADO
    PERFORM CALCULAR-HASH-CMP
    MOVE WS-CMP-HASH-IDX TO WS-CMP-IDX
    MOVE ZEROS           TO WS-CMP-PROBE-CANT

    PERFORM UNTIL WS-CMP-PROBE-CANT >= WS-CMP-TABLA-MAX
      IF WS-CMP-SLOT-OCUP(WS-CMP-IDX) NOT = "S"
          EXIT PERFORM
      END-IF
      IF WS-CMP-SLOT-VAL(WS-CMP-IDX) = WS-CMP-CLAVE
          MOVE "S" TO WS-CMP-ENCONTRADO
          EXIT PERFORM
      END-IF
      ADD 1 TO WS-CMP-PROBE-CANT
      ADD 1 TO WS-CMP-IDX
      IF WS-CMP-IDX > WS-CMP-TABLA-MAX
          MOVE 1 TO WS-CMP-IDX
      END-IF
    END-PERFORM.

  INSERTAR-CMP.
*>  Deja WS-CMP-ENCONTRADO = "S" y WS-CMP-IDX apuntando a la
*>  entrada (existente o recién dada de alta). Un NC repetido
*>  en COMP_RETEN.txt no debería existir (viene de COMP_OK, sin
*>  duplicados): si aparece, la última línea pisa a la anterior
*>  en vez de sumar dos veces.
    PERFORM BUSCAR-CMP
    IF WS-CMP-ENCONTRADO = "S"
        IF WS-CMP-SLOT-RET-CALC(WS-CMP-IDX) > 0
            SUBTRACT WS-CMP-SLOT-RET-CALC(WS-CMP-IDX)
              FROM WS-TOT-RET-CALC
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-CMP-SLOT-OCUP(WS-CMP-IDX) NOT = "S"
        MOVE WS-CMP-CLAVE TO WS-CMP-SLOT-VAL(WS-CMP-IDX)
        MOVE ZEROS TO WS-CMP-SLOT-DESC-NC(WS-CMP-IDX)
                      WS-CMP-SLOT-DESC-AF(WS-CMP-IDX)
        MOVE SPACE TO WS-CMP-SLOT-ACUSADO(WS-CMP-IDX)
        MOVE SPACE TO WS-CMP-SLOT-RECHAZO(WS-CMP-IDX)
        MOVE "S"   TO WS-CMP-SLOT-OCUP(WS-CMP-IDX)
        MOVE "S"   TO WS-CMP-ENCONTRADO
        ADD 1 TO WS-CMP-CANT
    ELSE
        IF WS-CMP-SATURADA NOT = "S"
            DISPLAY "AVISO: tabla de comprobantes retenidos saturada ("
                    WS-CMP-TABLA-MAX " entradas); las retenciones "
                    "restantes no se acumularan en esta corrida."
            MOVE "S" TO WS-CMP-SATURADA
        END-IF
    END-IF.

*> ==========================================================
*> SECCIÓN: TABLA HASH DEL ACUMULADO (BÚSQUEDA E INSERCIÓN).
*> ==========================================================

  CALCULAR-HASH-ACU.
    MOVE ZEROS TO WS-ACU-HASH-SUMA
    PERFORM VARYING WS-ACU-HASH-POS FROM 1 BY 1
            UNTIL WS-ACU-HASH-POS > 16
      COMPUTE WS-ACU-HASH-SUMA =
              WS-ACU-HASH-SUMA * 31
              + FUNCTION ORD(WS-ACU-CLAVE(WS-ACU-HASH-POS:1))
    END-PERFORM
    COMPUTE WS-ACU-HASH-IDX =
            FUNCTION MOD(WS-ACU-HASH-SUMA, WS-ACU-TABLA-MAX) + 1.

  BUSCAR-ACU.
    MOVE "N" TO WS-ACU-ENCONTRADO
    PERFORM CALCULAR-HASH-ACU
    MOVE WS-ACU-HASH-IDX TO WS-ACU-IDX
    MOVE ZEROS           TO WS-ACU-PROBE-CANT

    PERFORM UNTIL WS-ACU-PROBE-CANT >= WS-ACU-TABLA-MAX
      IF WS-ACU-SLOT-OCUP(WS-ACU-IDX) NOT = "S"
          EXIT PERFORM
      END-IF
      IF WS-ACU-SLOT-VAL(WS-ACU-IDX) = WS-ACU-CLAVE
          MOVE "S" TO WS-ACU-ENCONTRADO
          EXIT PERFORM
      END-IF
      ADD 1 TO WS-ACU-PROBE-CANT
      ADD 1 TO WS-ACU-IDX
      IF WS-ACU-IDX > WS-ACU-TABLA-MAX
          MOVE 1 TO WS-ACU-IDX
      END-IF
    END-PERFORM.

  INSERTAR-ACU.
    PERFORM BUSCAR-ACU
    IF WS-ACU-ENCONTRADO = "S"
        EXIT PARAGRAPH
    END-IF
    IF WS-ACU-SLOT-OCUP(WS-ACU-IDX) NOT = "S"
        MOVE WS-ACU-CLAVE TO WS-ACU-SLOT-VAL(WS-ACU-IDX)
        MOVE ZEROS TO WS-ACU-SLOT-CANT(WS-ACU-IDX)
                      WS-ACU-SLOT-BASE(WS-ACU-IDX)
                      WS-ACU-SLOT-RET-CALC(WS-ACU-IDX)
                      WS-ACU-SLOT-DESC-NC(WS-ACU-IDX)
                      WS-ACU-SLOT-DESC-AF(WS-ACU-IDX)
                      WS-ACU-SLOT-RET-NETA(WS-ACU-IDX)
        MOVE "S" TO WS-ACU-SLOT-OCUP(WS-ACU-IDX)
        MOVE "S" TO WS-ACU-ENCONTRADO
        ADD 1 TO WS-ACU-CANT
    ELSE
*>      Con la tabla agotada el acumulado quedaría incompleto y
*>      la declaración saldría corta: se corta la corrida antes
*>      de reemplazar nada.
        DISPLAY "Error: tabla del acumulado saturada ("
                WS-ACU-TABLA-MAX " entradas); se aborta sin "
                "reemplazar " FUNCTION TRIM(WS-NOMBRE-ACUM) "."
        MOVE 8 TO RETURN-CODE
        STOP RUN
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
