*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_PARTI
*> PURPOSE    : Reparto del lote de ingreso por rangos de CUIT para la
*>              clasificación particionada: abre el ciclo en lugar de
*>              M6_SIM_P3_ANSES, verifica el lote completo contra el
*>              manifiesto y vuelca cada registro a COMP_PARTICION.txt
*>              con su número de partición, su orden global en el lote,
*>              su archivo de origen y la marca de duplicado resuelta
*>              contra el lote entero. Cada partición se clasifica
*>              después con M6_SIM_P3_ANSES PARTICION nn (en
*>              simultáneo) y M6_SIM_P3_FUSION consolida las salidas
*>              como si hubiera sido una sola corrida.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_PARTI.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

    SELECT COMP-IN ASSIGN DYNAMIC WS-NOMBRE-IN
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-IN.

*>  Manifiesto del lote (ver el comentario de COMP-LISTA en
*>  M6_SIM_P3_ANSES): se recorre en el mismo orden que lo haría
*>  la corrida única, que es lo que define el orden global.
    SELECT COMP-LISTA ASSIGN TO "COMP_IN_LIST.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-LISTA.

*>  Plan de partición: una línea por partición con el CUIT
*>  DESDE (11 dígitos) en orden estrictamente creciente; la
*>  primera debe arrancar en 00000000000 y cada partición llega
*>  hasta el DESDE de la siguiente menos uno (la última hasta
*>  99999999999), así que ningún CUIT queda sin dueño. Un CUIT
*>  no numérico va a la partición 01 (rebota por CUIT en la
*>  clasificación, pero igual cuenta para duplicados). Máximo
*>  20 particiones.
    SELECT PARTICION-CUIT ASSIGN TO "PARTICION_CUIT.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PLAN.

*>  Lote repartido: una línea por registro del lote, en el orden
*>  global, PARTICION|SECUENCIA|DUP-EXTERNO|ORIGEN|REGISTRO. La
*>  marca DUP-EXTERNO ("S") dice que el NC del registro ya
*>  apareció antes en el lote en OTRA partición: la instancia que
*>  lo clasifica no puede verlo en su tabla de duplicados y lo
*>  tiene que tratar como DUPLICADO, igual que la corrida única.
*>  Lo leen todas las instancias de M6_SIM_P3_ANSES PARTICION nn,
*>  cada una quedándose sólo con sus líneas.
    SELECT COMP-PART ASSIGN TO "COMP_PARTICION.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PART.

*>  Control del reparto: una línea por partición
*>  PARTICION|DESDE|HASTA|CANTIDAD|. La instancia toma de acá su
*>  rango (para cargar sólo su porción del padrón) y la fusión
*>  la cantidad de registros que cada partición tiene que haber
*>  clasificado.
    SELECT COMP-PART-CTL ASSIGN TO "COMP_PARTICION_CTL.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PART-CTL.

*>  Punto de restauración de la fase (ver
*>  TOMAR-PUNTO-RESTAURACION): manifiesto RESTAURA_Fn.txt, que
*>  se graba a tmp y se publica por rename; cada archivo de la
*>  fase se abre sólo para saber si existe antes de copiarlo, y
*>  COMP_HIST.txt se recorre para contar sus líneas.
    SELECT REST-MAN ASSIGN DYNAMIC WS-RST-NOMBRE-MAN
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-REST-MAN.

    SELECT REST-ARCH ASSIGN DYNAMIC WS-RST-NOMBRE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-REST-ARCH.

    SELECT REST-HIST ASSIGN TO "COMP_HIST.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-REST-HIST.

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.

*>  Estado de ciclo de la cadena (ver el comentario de
*>  CICLO-EST en M6_SIM_P3_ANSES). El reparto abre el ciclo con
*>  las mismas condiciones que ANSES y lo deja ABIERTO: recién
*>  M6_SIM_P3_FUSION lo cierra en la fase 1, de modo que ningún
*>  programa de la cadena arranque con las particiones a medio
*>  clasificar.
    SELECT CICLO-EST ASSIGN TO "CICLO_ESTADO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO.

    SELECT CICLO-EST-OUT ASSIGN TO "CICLO_ESTADO.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO-OUT.


DATA DIVISION.
  FILE SECTION.

*>  Mismo layout de ingreso que M6_SIM_P3_ANSES (histórico de 58
*>  bytes o extendido con moneda): acá sólo interesan NC, CUIT y
*>  tipo para repartir, y los importes para el manifiesto.
    FD COMP-IN.
      01 REG-IN.
        05 NC-IN     PIC X(13).
        05 FILLER    PIC X    VALUE "|".
        05 FA-IN     PIC X(8).
        05 FILLER    PIC X    VALUE "|".
        05 CT-IN     PIC X(11).
        05 FILLER    PIC X    VALUE "|".
        05 TO-IN     PIC X(1).
        05 FILLER    PIC X    VALUE "|".
        05 IE-IN     PIC X(9).
        05 FILLER    PIC X    VALUE "|".
        05 EO-IN     PIC X(10).
        05 FILLER    PIC X    VALUE "|".
        05 MN-IN     PIC X(3).
        05 FILLER    PIC X    VALUE "|".
        05 ID-IN     PIC X(12).
        05 FILLER    PIC X    VALUE "|".

    FD COMP-LISTA.
      01 REG-LISTA         PIC X(100).

    FD PARTICION-CUIT.
      01 REG-PLAN          PIC X(80).

    FD COMP-PART.
      01 REG-PART          PIC X(122).

    FD COMP-PART-CTL.
      01 REG-PART-CTL      PIC X(37).

    FD REST-MAN.
      01 REG-REST-MAN      PIC X(160).

    FD REST-ARCH.
      01 REG-REST-ARCH     PIC X(1).

    FD REST-HIST.
      01 REG-REST-HIST     PIC X(111).

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

    77 FS-IN         PIC XX.
    77 FS-LISTA      PIC XX.
    77 FS-PLAN       PIC XX.
    77 FS-PART       PIC XX.
    77 FS-PART-CTL   PIC XX.

    77 FIN           PIC X    VALUE "N".
    77 FIN-LISTA     PIC X    VALUE "N".
    77 FIN-PLAN      PIC X    VALUE "N".

    77 CON-IN        PIC 9(9) VALUE ZEROS.
    77 CON-DUP-EXT   PIC 9(9) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE PROCESAMIENTO DE VARIOS ARCHIVOS DE INGRESO (LOTE),
*> IGUAL QUE EN M6_SIM_P3_ANSES.
*> ----------------------------------------------------------
    77 WS-NOMBRE-IN     PIC X(100) VALUE "COMP_IN.txt".
    77 WS-HAY-LISTA     PIC X      VALUE "N".
    77 WS-LISTA-CANT    PIC 9(4)   VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DEL MANIFIESTO ENRIQUECIDO: RÉPLICA DE LA DE
*> M6_SIM_P3_ANSES (LA SUMA SE DECLARA Y SE RECUENTA EN
*> CENTAVOS).
*> ----------------------------------------------------------
    01 WS-MANIFIESTO.
      05 WS-MAN-DECLARADO     PIC X      VALUE "N".
      05 WS-MAN-CANT-TXT      PIC X(9)   VALUE SPACES.
      05 WS-MAN-SUMA-TXT      PIC X(15)  VALUE SPACES.
      05 WS-MAN-CANT-DECL     PIC 9(9)   VALUE ZEROS.
      05 WS-MAN-SUMA-DECL     PIC 9(15)  VALUE ZEROS.
      05 WS-MAN-CANT-REAL     PIC 9(9)   VALUE ZEROS.
      05 WS-MAN-SUMA-REAL     PIC 9(15)  VALUE ZEROS.
      05 WS-MAN-IMP-ENT       PIC 9(9)   VALUE ZEROS.
      05 WS-MAN-IMP-CEN       PIC 9(2)   VALUE ZEROS.
      05 WS-MAN-IMP-AUX       PIC 9(11)  VALUE ZEROS.
      05 WS-MAN-LARGO         PIC 9(2)   VALUE ZEROS.
      05 FIN-MAN              PIC X      VALUE "N".

*> ----------------------------------------------------------
*> ÁREA DEL PLAN DE PARTICIÓN (PARTICION_CUIT.txt). El HASTA
*> de cada partición se deriva del DESDE de la siguiente.
*> ----------------------------------------------------------
    01 WS-PLAN.
      05 WS-PAR-CANT          PIC 9(2)   VALUE ZEROS.
      05 WS-PAR-MAX           PIC 9(2)   VALUE 20.
      05 WS-PAR-IDX           PIC 9(2)   VALUE ZEROS.
      05 WS-PAR-ACTUAL        PIC 9(2)   VALUE ZEROS.
      05 WS-PAR-DESDE-TXT     PIC X(11)  VALUE SPACES.
      05 WS-PAR-CT-NUM        PIC 9(11)  VALUE ZEROS.
      05 WS-PAR-TABLA OCCURS 20 TIMES.
        10 WS-PAR-DESDE       PIC 9(11).
        10 WS-PAR-HASTA       PIC 9(11).
        10 WS-PAR-REG         PIC 9(9).

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LA LÍNEA DE COMP_PARTICION.txt. Se arma
*> en WORKING-STORAGE (los VALUE "|" de los FILLER sí se
*> inicializan acá) y se graba de un solo MOVE.
*> ----------------------------------------------------------
    01 WS-REG-PART.
      05 PP-PART     PIC 9(2).
      05 FILLER      PIC X    VALUE "|".
      05 SQ-PART     PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 DX-PART     PIC X(1).
      05 FILLER      PIC X    VALUE "|".
      05 OR-PART     PIC X(30).
      05 FILLER      PIC X    VALUE "|".
      05 RG-PART     PIC X(76).

    01 WS-REG-PART-CTL.
      05 PP-CTL      PIC 9(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-CTL      PIC 9(11).
      05 FILLER      PIC X    VALUE "|".
      05 HA-CTL      PIC 9(11).
      05 FILLER      PIC X    VALUE "|".
      05 CA-CTL      PIC 9(9).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DE CONTROL DE DUPLICADOS DEL LOTE ENTERO. Misma tabla
*> "hash" con sondeo lineal que WS-DUP-CONTROL de
*> M6_SIM_P3_ANSES, claveada igual por NC (cualquier tipo salvo
*> nota de crédito, que no pasa por el control), pero guarda
*> además la partición donde el NC apareció por primera vez.
*> Cada instancia detecta sola los duplicados dentro de su
*> partición; los que cruzan particiones se marcan acá: un
*> registro es DUPLICADO en la corrida única si y sólo si su NC
*> ya apareció antes en el lote, y si esa primera aparición cayó
*> en otra partición todas las apariciones de esta partición son
*> posteriores a ella.
*> ----------------------------------------------------------
    01 WS-DUP-CONTROL.
      05 WS-DUP-ENCONTRADO    PIC X     VALUE "N".
      05 WS-DUP-SATURADA      PIC X     VALUE "N".
      05 WS-DUP-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-DUP-TABLA-MAX     PIC 9(7)  VALUE 1000003.
      05 WS-DUP-IDX           PIC 9(7)  VALUE ZEROS.
      05 WS-DUP-PROBE-CANT    PIC 9(7)  VALUE ZEROS.
      05 WS-DUP-CLAVE         PIC X(13) VALUE SPACES.
      05 WS-DUP-HASH-SUMA     PIC 9(9)  COMP VALUE ZEROS.
      05 WS-DUP-HASH-POS      PIC 9(2)  VALUE ZEROS.
      05 WS-DUP-HASH-IDX      PIC 9(7)  VALUE ZEROS.
      05 WS-DUP-SLOT OCCURS 1000003 TIMES.
        10 WS-DUP-SLOT-VAL    PIC X(13) VALUE SPACES.
        10 WS-DUP-SLOT-PAR    PIC 9(2)  VALUE ZEROS.
        10 WS-DUP-SLOT-OCUP   PIC X     VALUE SPACE.

*> ----------------------------------------------------------
*> ÁREA DE BORRADO DE LAS SALIDAS DE UN REPARTO ANTERIOR: los
*> archivos de trabajo de cada partición se nombran
*> <BASE>_Pnn<EXT>; se borran todos antes de repartir para que
*> la fusión nunca tome una salida vieja por buena.
*> ----------------------------------------------------------
    01 WS-BORRADO.
      05 WS-BOR-NOMBRE        PIC X(40)  VALUE SPACES.
      05 WS-BOR-PAR           PIC 9(2)   VALUE ZEROS.
      05 WS-BOR-IDX           PIC 9(2)   VALUE ZEROS.
      05 WS-BOR-RC            PIC 9(9)   COMP-5 VALUE ZEROS.
      05 WS-BOR-BASES.
        10 PIC X(12) VALUE "COMP_OK".
        10 PIC X(12) VALUE "COMP_ER".
        10 PIC X(12) VALUE "COMP_PE".
        10 PIC X(12) VALUE "COMP_NC".
        10 PIC X(12) VALUE "COMP_ER".
        10 PIC X(12) VALUE "COMP_MONEDA".
        10 PIC X(12) VALUE "COMP_HIST".
        10 PIC X(12) VALUE "COMP_IDX".
      05 WS-BOR-BASES-R REDEFINES WS-BOR-BASES.
        10 WS-BOR-BASE        PIC X(12)  OCCURS 8 TIMES.
      05 WS-BOR-EXTS.
        10 PIC X(4) VALUE ".txt".
        10 PIC X(4) VALUE ".txt".
        10 PIC X(4) VALUE ".txt".
        10 PIC X(4) VALUE ".txt".
        10 PIC X(4) VALUE ".csv".
        10 PIC X(4) VALUE ".txt".
        10 PIC X(4) VALUE ".txt".
        10 PIC X(4) VALUE ".txt".
      05 WS-BOR-EXTS-R REDEFINES WS-BOR-EXTS.
        10 WS-BOR-EXT         PIC X(4)   OCCURS 8 TIMES.

*> ----------------------------------------------------------
*> ÁREA DEL PUNTO DE RESTAURACIÓN DE LA FASE (RESTAURA_Fn.txt),
*> MISMO LAYOUT EN TODOS LOS PROGRAMAS DE FASE DEL CICLO Y EN
*> M6_SIM_P3_REVER, QUE LO LEE. Cabecera: fase, programa,
*> fecha y hora del punto, líneas de COMP_HIST.txt y la última
*> de ellas; una línea por archivo de la fase: nombre y si
*> existía (S/N). Lo único propio de cada programa es la lista
*> de archivos que su fase modifica.
*> ----------------------------------------------------------
    77 FS-REST-MAN      PIC XX.
    77 FS-REST-ARCH     PIC XX.
    77 FS-REST-HIST     PIC XX.
    77 FIN-REST-HIST    PIC X    VALUE "N".

    01 WS-RST-CONTROL.
      05 WS-RST-FASE          PIC 9(1)  VALUE 1.
      05 WS-RST-IDX           PIC 9(2)  VALUE ZEROS.
      05 WS-RST-RC            PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-RST-NOMBRE        PIC X(30) VALUE SPACES.
      05 WS-RST-NOMBRE-COPIA  PIC X(45) VALUE SPACES.
      05 WS-RST-NOMBRE-MAN    PIC X(20) VALUE SPACES.
      05 WS-RST-NOMBRE-FIN    PIC X(20) VALUE SPACES.
      05 WS-RST-CANT          PIC 9(2)  VALUE 12.
      05 WS-RST-ARCHIVOS.
        10 PIC X(30) VALUE "CICLO_ESTADO.txt".
        10 PIC X(30) VALUE "COMP_OK.txt".
        10 PIC X(30) VALUE "COMP_ER.txt".
        10 PIC X(30) VALUE "COMP_PE.txt".
        10 PIC X(30) VALUE "COMP_NC.txt".
        10 PIC X(30) VALUE "COMP_ER.csv".
        10 PIC X(30) VALUE "COMP_MONEDA.txt".
        10 PIC X(30) VALUE "COMP_RESUMEN.txt".
        10 PIC X(30) VALUE "COMP_ER_DEF_DIA.txt".
        10 PIC X(30) VALUE "COMP_CHECKPOINT.txt".
        10 PIC X(30) VALUE "COMP_PARTICION.txt".
        10 PIC X(30) VALUE "COMP_PARTICION_CTL.txt".
      05 WS-RST-ARCHIVOS-R REDEFINES WS-RST-ARCHIVOS.
        10 WS-RST-ARCH        PIC X(30)  OCCURS 12 TIMES.

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
*> ÁREA DE LA BITÁCORA COMÚN DE EJECUCIÓN (COMP_LOG.txt), MISMO
*> LAYOUT EN TODOS LOS PROGRAMAS DE LA CADENA.
*> ----------------------------------------------------------
    77 FS-BITAC             PIC XX.

    01 WS-REG-BITAC.
      05 FB-BIT      PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 HB-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_PARTI".
      05 FILLER      PIC X    VALUE "|".
      05 FA-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-BIT      PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-BIT      PIC X(60).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DEL ESTADO DE CICLO (CICLO_ESTADO.txt). El reparto
*> abre el ciclo con la misma condición que M6_SIM_P3_ANSES sin
*> checkpoint (el anterior tiene que haber llegado a la
*> cuadratura o no haber ciclo) y sólo estampa el ABIERTO.
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
      05 WS-CIC-DELETE-RC     PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-CIC-RENAME-RC     PIC 9(9)  COMP-5 VALUE ZEROS.

    01 WS-REG-CICLO.
      05 UL-CIC-WS   PIC 9(1).
      05 FILLER      PIC X    VALUE "|".
      05 PG-CIC-WS   PIC X(17) VALUE "M6_SIM_P3_PARTI".
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
*> SECCIÓN: INICIALIZACIÓN, PLAN DE PARTICIÓN, MANIFIESTO Y
*> APERTURA DEL CICLO.
*> ==========================================================

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  PERFORM GRABAR-BITACORA

  PERFORM CARGAR-PLAN

*>  Igual que en M6_SIM_P3_ANSES: los totales declarados se
*>  verifican para el lote completo antes de estampar el ciclo
*>  y antes de repartir un solo registro.
  PERFORM VERIFICAR-LOTE-MANIFIESTO

  PERFORM VERIFICAR-CICLO
  PERFORM TOMAR-PUNTO-RESTAURACION
  PERFORM ESTAMPAR-CICLO-INICIO

  PERFORM BORRAR-TRABAJO-PREVIO

  OPEN OUTPUT COMP-PART
  IF FS-PART NOT = "00"
      DISPLAY "Error al crear COMP_PARTICION.txt, FILE STATUS: "
              FS-PART
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF

*> ==========================================================
*> SECCIÓN: REPARTO DEL LOTE (UN ARCHIVO DE INGRESO, O VARIOS
*> SI EXISTE COMP_IN_LIST.TXT), EN EL ORDEN DE LA CORRIDA ÚNICA.
*> ==========================================================

  OPEN INPUT COMP-LISTA
  IF FS-LISTA = "00"
      MOVE "S" TO WS-HAY-LISTA
  ELSE
      MOVE "N" TO WS-HAY-LISTA
  END-IF

  IF WS-HAY-LISTA = "S"
      PERFORM UNTIL FIN-LISTA = "1"
        READ COMP-LISTA
          AT END
            MOVE "1" TO FIN-LISTA
          NOT AT END
            IF FUNCTION TRIM(REG-LISTA) NOT = SPACES
                PERFORM DESARMAR-LINEA-LISTA
                ADD 1 TO WS-LISTA-CANT
                PERFORM REPARTIR-ARCHIVO-IN
            END-IF
        END-READ
      END-PERFORM
      CLOSE COMP-LISTA

      IF WS-LISTA-CANT = 0
          DISPLAY "Error: COMP_IN_LIST.txt existe pero no contiene "
                  "ningun nombre de archivo utilizable"
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-IF
  ELSE
      PERFORM REPARTIR-ARCHIVO-IN
  END-IF

  CLOSE COMP-PART

  PERFORM GRABAR-CONTROL-REPARTO

*> ==========================================================
*> SECCIÓN: MENSAJES A MOSTRAR EN PANTALLA Y BITÁCORA. El
*> ciclo queda ABIERTO a propósito: lo cierra la fusión.
*> ==========================================================

  DISPLAY "Registros repartidos:          " CON-IN
  DISPLAY "Duplicados entre particiones:  " CON-DUP-EXT
  PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
          UNTIL WS-PAR-IDX > WS-PAR-CANT
    DISPLAY "  Particion " WS-PAR-IDX ": "
            WS-PAR-DESDE(WS-PAR-IDX) " a "
            WS-PAR-HASTA(WS-PAR-IDX) " -> "
            WS-PAR-REG(WS-PAR-IDX) " registros"
  END-PERFORM
  DISPLAY "---------FIN DE PROCESO---------"

  MOVE "FIN" TO FA-BIT
  MOVE "00"  TO RC-BIT
  MOVE SPACES TO DE-BIT
  STRING "PARTES " WS-PAR-CANT " LEIDOS " CON-IN
         " DUP-EXT " CON-DUP-EXT DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: CARGA Y VALIDACIÓN DEL PLAN DE PARTICIÓN. Un plan
*> mal armado corta la corrida antes de tocar el ciclo: repartir
*> con rangos solapados o con huecos perdería o duplicaría
*> comprobantes.
*> ==========================================================

  CARGAR-PLAN.
    OPEN INPUT PARTICION-CUIT
    IF FS-PLAN NOT = "00"
        DISPLAY "Error: falta el plan de particion (PARTICION_CUIT.txt), "
                "FILE STATUS: " FS-PLAN "; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-PLAN
    PERFORM UNTIL FIN-PLAN = "1"
      READ PARTICION-CUIT
        AT END
          MOVE "1" TO FIN-PLAN
        NOT AT END
          IF FUNCTION TRIM(REG-PLAN) NOT = SPACES
              PERFORM CARGAR-UNA-PARTICION
          END-IF
      END-READ
    END-PERFORM
    CLOSE PARTICION-CUIT

    IF WS-PAR-CANT = 0
        DISPLAY "Error: PARTICION_CUIT.txt no contiene ninguna "
                "particion; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-PAR-DESDE(1) NOT = ZEROS
        DISPLAY "Error: la primera particion debe arrancar en "
                "00000000000 (arranca en " WS-PAR-DESDE(1)
                "); se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
            UNTIL WS-PAR-IDX >= WS-PAR-CANT
      COMPUTE WS-PAR-HASTA(WS-PAR-IDX) =
              WS-PAR-DESDE(WS-PAR-IDX + 1) - 1
    END-PERFORM
    MOVE 99999999999 TO WS-PAR-HASTA(WS-PAR-CANT).

  CARGAR-UNA-PARTICION.
    UNSTRING REG-PLAN DELIMITED BY "|"
        INTO WS-PAR-DESDE-TXT
    MOVE FUNCTION TRIM(WS-PAR-DESDE-TXT) TO WS-PAR-DESDE-TXT

    IF NOT WS-PAR-DESDE-TXT IS NUMERIC
        DISPLAY "Error: CUIT DESDE invalido en PARTICION_CUIT.txt: '"
                FUNCTION TRIM(REG-PLAN)
                "' (se esperan 11 digitos); se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-PAR-CANT >= WS-PAR-MAX
        DISPLAY "Error: PARTICION_CUIT.txt trae mas de " WS-PAR-MAX
                " particiones; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-PAR-DESDE-TXT TO WS-PAR-CT-NUM
    IF WS-PAR-CANT > 0
        IF WS-PAR-CT-NUM <= WS-PAR-DESDE(WS-PAR-CANT)
            DISPLAY "Error: PARTICION_CUIT.txt no esta en orden "
                    "estrictamente creciente ('"
                    FUNCTION TRIM(REG-PLAN) "'); se aborta."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    ADD 1 TO WS-PAR-CANT
    MOVE WS-PAR-CT-NUM TO WS-PAR-DESDE(WS-PAR-CANT)
    MOVE ZEROS         TO WS-PAR-REG(WS-PAR-CANT).

*> ----------------------------------------------------------
*> BUSCAR-PARTICION: deja en WS-PAR-ACTUAL la partición dueña
*> de CT-IN (la última cuyo DESDE no supera al CUIT). Un CUIT
*> no numérico va a la 01, la misma regla que aplica
*> M6_SIM_P3_ANSES al cargar su porción del padrón.
*> ----------------------------------------------------------
  BUSCAR-PARTICION.
    MOVE 1 TO WS-PAR-ACTUAL
    IF CT-IN IS NUMERIC
        MOVE CT-IN TO WS-PAR-CT-NUM
        PERFORM VARYING WS-PAR-IDX FROM 2 BY 1
                UNTIL WS-PAR-IDX > WS-PAR-CANT
          IF WS-PAR-DESDE(WS-PAR-IDX) <= WS-PAR-CT-NUM
              MOVE WS-PAR-IDX TO WS-PAR-ACTUAL
          END-IF
        END-PERFORM
    END-IF.

*> ==========================================================
*> SECCIÓN: REPARTO DE UN ARCHIVO DE INGRESO.
*> ==========================================================

  REPARTIR-ARCHIVO-IN.
    OPEN INPUT COMP-IN
    IF FS-IN NOT = "00"
        DISPLAY "Error al abrir el archivo de ingreso " WS-NOMBRE-IN
                ", FILE STATUS: " FS-IN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN
    PERFORM UNTIL FIN = "1"
      READ COMP-IN
        AT END
          MOVE "1" TO FIN
        NOT AT END
          ADD 1 TO CON-IN
          PERFORM REPARTIR-REGISTRO
      END-READ
      IF FS-IN NOT = "00" AND FS-IN NOT = "10"
        DISPLAY "Error al leer archivo de ingreso, FILE STATUS: " FS-IN
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
    END-PERFORM

    CLOSE COMP-IN.

  REPARTIR-REGISTRO.
    PERFORM BUSCAR-PARTICION
    ADD 1 TO WS-PAR-REG(WS-PAR-ACTUAL)

*>  Las notas de crédito no pasan por el control de duplicados
*>  (ver FILTRO en M6_SIM_P3_ANSES): nunca llevan la marca.
    MOVE "N" TO DX-PART
    IF TO-IN NOT = "N"
        PERFORM VALIDAR-DUPLICADO-LOTE
    END-IF

    MOVE WS-PAR-ACTUAL TO PP-PART
    MOVE CON-IN        TO SQ-PART
    MOVE FUNCTION TRIM(WS-NOMBRE-IN) TO OR-PART
    MOVE REG-IN        TO RG-PART
    MOVE WS-REG-PART   TO REG-PART
    WRITE REG-PART.

  VALIDAR-DUPLICADO-LOTE.
    MOVE NC-IN TO WS-DUP-CLAVE
    PERFORM BUSCAR-DUP
    IF WS-DUP-ENCONTRADO = "N"
        PERFORM INSERTAR-DUP
    ELSE
        IF WS-DUP-SLOT-PAR(WS-DUP-IDX) NOT = WS-PAR-ACTUAL
            MOVE "S" TO DX-PART
            ADD 1 TO CON-DUP-EXT
        END-IF
    END-IF.

*> ==========================================================
*> SECCIÓN: TABLA HASH DE DUPLICADOS DEL LOTE. RÉPLICA DEL
*> ESQUEMA DE M6_SIM_P3_ANSES (HASH BASE 31 SOBRE LOS 13 BYTES
*> DEL NC, SONDEO LINEAL).
*> ==========================================================

  CALCULAR-HASH-DUP.
    MOVE ZEROS TO WS-DUP-HASH-SUMA
    PERFORM VARYING WS-DUP-HASH-POS FROM 1 BY 1
            UNTIL WS-DUP-HASH-POS > 13
      COMPUTE WS-DUP-HASH-SUMA =
              WS-DUP-HASH-SUMA * 31
              + FUNCTION ORD(WS-DUP-CLAVE(WS-DUP-HASH-POS:1))
    END-PERFORM
    COMPUTE WS-DUP-HASH-IDX =
            FUNCTION MOD(WS-DUP-HASH-SUMA, WS-DUP-TABLA-MAX) + 1.

  BUSCAR-DUP.
    MOVE "N" TO WS-DUP-ENCONTRADO
    PERFORM CALCULAR-HASH-DUP
    MOVE WS-DUP-HASH-IDX TO WS-DUP-IDX
    MOVE ZEROS           TO WS-DUP-PROBE-CANT

    PERFORM UNTIL WS-DUP-PROBE-CANT >= WS-DUP-TABLA-MAX
      IF WS-DUP-SLOT-OCUP(WS-DUP-IDX) NOT = "S"
          EXIT PERFORM
      END-IF
      IF WS-DUP-SLOT-VAL(WS-DUP-IDX) = WS-DUP-CLAVE
          MOVE "S" TO WS-DUP-ENCONTRADO
          EXIT PERFORM
      END-IF
      ADD 1 TO WS-DUP-PROBE-CANT
      ADD 1 TO WS-DUP-IDX
      IF WS-DUP-IDX > WS-DUP-TABLA-MAX
          MOVE 1 TO WS-DUP-IDX
      END-IF
    END-PERFORM.

  INSERTAR-DUP.
*>  Con la tabla llena no se aborta (igual que en ANSES, que
*>  avisa y sigue): cada instancia sigue detectando sola los
*>  duplicados dentro de su partición.
    IF WS-DUP-SLOT-OCUP(WS-DUP-IDX) NOT = "S"
        MOVE WS-DUP-CLAVE  TO WS-DUP-SLOT-VAL(WS-DUP-IDX)
        MOVE WS-PAR-ACTUAL TO WS-DUP-SLOT-PAR(WS-DUP-IDX)
        MOVE "S"           TO WS-DUP-SLOT-OCUP(WS-DUP-IDX)
        ADD 1 TO WS-DUP-CANT
    ELSE
        IF WS-DUP-SATURADA NOT = "S"
            DISPLAY "AVISO: tabla de control de duplicados saturada ("
                    WS-DUP-TABLA-MAX " comprobantes unicos); no se "
                    "marcaran mas duplicados entre particiones."
            MOVE "S" TO WS-DUP-SATURADA
        END-IF
    END-IF.

*> ==========================================================
*> SECCIÓN: CONTROL DEL REPARTO Y LIMPIEZA DE UN REPARTO
*> ANTERIOR.
*> ==========================================================

  GRABAR-CONTROL-REPARTO.
    OPEN OUTPUT COMP-PART-CTL
    IF FS-PART-CTL NOT = "00"
        DISPLAY "Error al crear COMP_PARTICION_CTL.txt, FILE STATUS: "
                FS-PART-CTL
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
            UNTIL WS-PAR-IDX > WS-PAR-CANT
      MOVE WS-PAR-IDX               TO PP-CTL
      MOVE WS-PAR-DESDE(WS-PAR-IDX) TO DE-CTL
      MOVE WS-PAR-HASTA(WS-PAR-IDX) TO HA-CTL
      MOVE WS-PAR-REG(WS-PAR-IDX)   TO CA-CTL
      MOVE WS-REG-PART-CTL TO REG-PART-CTL
      WRITE REG-PART-CTL
    END-PERFORM
    CLOSE COMP-PART-CTL.

  BORRAR-TRABAJO-PREVIO.
    CALL "CBL_DELETE_FILE" USING "COMP_PARTICION_CTL.txt"
      RETURNING WS-BOR-RC
    PERFORM VARYING WS-BOR-PAR FROM 1 BY 1
            UNTIL WS-BOR-PAR > WS-PAR-MAX
      PERFORM VARYING WS-BOR-IDX FROM 1 BY 1
              UNTIL WS-BOR-IDX > 8
        MOVE SPACES TO WS-BOR-NOMBRE
        STRING FUNCTION TRIM(WS-BOR-BASE(WS-BOR-IDX))
                                        DELIMITED BY SIZE
               "_P"                     DELIMITED BY SIZE
               WS-BOR-PAR               DELIMITED BY SIZE
               WS-BOR-EXT(WS-BOR-IDX)   DELIMITED BY SIZE
          INTO WS-BOR-NOMBRE
        END-STRING
        CALL "CBL_DELETE_FILE" USING WS-BOR-NOMBRE
          RETURNING WS-BOR-RC
      END-PERFORM
    END-PERFORM.

*> ==========================================================
*> SECCIÓN: VERIFICACIÓN PREVIA DEL LOTE COMPLETO CONTRA EL
*> MANIFIESTO. RÉPLICA DE LA MISMA LÓGICA APLICADA EN
*> M6_SIM_P3_ANSES (RETURN-CODE 6 ANTE CUALQUIER DIFERENCIA).
*> ==========================================================

  VERIFICAR-LOTE-MANIFIESTO.
    OPEN INPUT COMP-LISTA
    IF FS-LISTA NOT = "00"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO FIN-LISTA
    PERFORM UNTIL FIN-LISTA = "1"
      READ COMP-LISTA
        AT END
          MOVE "1" TO FIN-LISTA
        NOT AT END
          IF FUNCTION TRIM(REG-LISTA) NOT = SPACES
              PERFORM DESARMAR-LINEA-LISTA
              PERFORM VERIFICAR-MANIFIESTO
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-LISTA
    MOVE "N" TO FIN-LISTA.

  DESARMAR-LINEA-LISTA.
    MOVE "N"    TO WS-MAN-DECLARADO
    MOVE SPACES TO WS-MAN-CANT-TXT WS-MAN-SUMA-TXT
    UNSTRING REG-LISTA DELIMITED BY "|"
        INTO WS-NOMBRE-IN WS-MAN-CANT-TXT WS-MAN-SUMA-TXT
    MOVE FUNCTION TRIM(WS-NOMBRE-IN) TO WS-NOMBRE-IN

    IF WS-MAN-CANT-TXT = SPACES AND WS-MAN-SUMA-TXT = SPACES
        CONTINUE
    ELSE
        MOVE FUNCTION TRIM(WS-MAN-CANT-TXT) TO WS-MAN-CANT-TXT
        MOVE FUNCTION TRIM(WS-MAN-SUMA-TXT) TO WS-MAN-SUMA-TXT
        COMPUTE WS-MAN-LARGO =
                FUNCTION LENGTH(FUNCTION TRIM(WS-MAN-CANT-TXT))
        IF WS-MAN-LARGO < 1 OR WS-MAN-LARGO > 9
           OR NOT WS-MAN-CANT-TXT(1:WS-MAN-LARGO) IS NUMERIC
            DISPLAY "Error: cantidad declarada ilegible en el "
                    "manifiesto para '" FUNCTION TRIM(WS-NOMBRE-IN)
                    "': '" FUNCTION TRIM(WS-MAN-CANT-TXT)
                    "'; se rechaza el lote."
            MOVE 6 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-MAN-CANT-TXT(1:WS-MAN-LARGO) TO WS-MAN-CANT-DECL

        COMPUTE WS-MAN-LARGO =
                FUNCTION LENGTH(FUNCTION TRIM(WS-MAN-SUMA-TXT))
        IF WS-MAN-LARGO < 1 OR WS-MAN-LARGO > 15
           OR NOT WS-MAN-SUMA-TXT(1:WS-MAN-LARGO) IS NUMERIC
            DISPLAY "Error: suma declarada ilegible en el "
                    "manifiesto para '" FUNCTION TRIM(WS-NOMBRE-IN)
                    "': '" FUNCTION TRIM(WS-MAN-SUMA-TXT)
                    "'; se rechaza el lote."
            MOVE 6 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-MAN-SUMA-TXT(1:WS-MAN-LARGO) TO WS-MAN-SUMA-DECL

        MOVE "S" TO WS-MAN-DECLARADO
    END-IF.

  VERIFICAR-MANIFIESTO.
    IF WS-MAN-DECLARADO NOT = "S"
        EXIT PARAGRAPH
    END-IF

    MOVE ZEROS TO WS-MAN-CANT-REAL WS-MAN-SUMA-REAL

    OPEN INPUT COMP-IN
    IF FS-IN NOT = "00"
        DISPLAY "Error: el manifiesto declara '"
                FUNCTION TRIM(WS-NOMBRE-IN) "' pero no se pudo "
                "abrir, FILE STATUS: " FS-IN "; se rechaza el lote."
        MOVE 6 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-MAN
    PERFORM UNTIL FIN-MAN = "1"
      READ COMP-IN
        AT END
          MOVE "1" TO FIN-MAN
        NOT AT END
          ADD 1 TO WS-MAN-CANT-REAL
          PERFORM SUMAR-IMPORTE-MANIFIESTO
      END-READ
    END-PERFORM
    CLOSE COMP-IN

    IF WS-MAN-CANT-REAL NOT = WS-MAN-CANT-DECL
       OR WS-MAN-SUMA-REAL NOT = WS-MAN-SUMA-DECL
        DISPLAY "Error: '" FUNCTION TRIM(WS-NOMBRE-IN) "' no "
                "coincide con lo declarado en el manifiesto:"
        DISPLAY "  registros declarados " WS-MAN-CANT-DECL
                " / leidos " WS-MAN-CANT-REAL
        DISPLAY "  suma declarada " WS-MAN-SUMA-DECL
                " / leida " WS-MAN-SUMA-REAL
        DISPLAY "Transmision truncada o manifiesto desactualizado: "
                "se rechaza el lote completo sin repartir."
        MOVE 6 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "Manifiesto verificado para "
            FUNCTION TRIM(WS-NOMBRE-IN) ": " WS-MAN-CANT-REAL
            " registros, suma " WS-MAN-SUMA-REAL ".".

  SUMAR-IMPORTE-MANIFIESTO.
    IF MN-IN = SPACES
        IF IE-IN IS NUMERIC
            MOVE IE-IN TO WS-MAN-IMP-ENT
            COMPUTE WS-MAN-IMP-AUX = WS-MAN-IMP-ENT * 100
            ADD WS-MAN-IMP-AUX TO WS-MAN-SUMA-REAL
        END-IF
    ELSE
        IF ID-IN(1:9) IS NUMERIC AND ID-IN(10:1) = "."
           AND ID-IN(11:2) IS NUMERIC
            MOVE ID-IN(1:9)  TO WS-MAN-IMP-ENT
            MOVE ID-IN(11:2) TO WS-MAN-IMP-CEN
            COMPUTE WS-MAN-IMP-AUX = WS-MAN-IMP-ENT * 100
                                   + WS-MAN-IMP-CEN
            ADD WS-MAN-IMP-AUX TO WS-MAN-SUMA-REAL
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
*> SECCIÓN: CONTROL DE SECUENCIA DEL CICLO (CICLO_ESTADO.txt).
*> Misma condición de apertura que M6_SIM_P3_ANSES sin
*> checkpoint. Un reparto propio ABIERTO (particiones que
*> fallaron y se vuelven a repartir) se admite; un ABIERTO de
*> cualquier otro programa, incluida una fusión cortada, no.
*> ==========================================================

  VERIFICAR-CICLO.
    PERFORM CARGAR-CICLO

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
       AND WS-CIC-ESTADO = "ABIERTO"
       AND WS-CIC-PROG NOT = PG-CIC-WS
        DISPLAY "Error: " FUNCTION TRIM(WS-CIC-PROG) " figura "
                "ABIERTO en CICLO_ESTADO.txt (corrida en curso o "
                "cortada); se aborta. Para correr igual, crear "
                "CICLO_FORZAR.txt."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-CIC-ULT >= 1 AND WS-CIC-ULT < 5
        DISPLAY "Error: el ciclo vigente quedo en la fase "
                WS-CIC-ULT " sin llegar a la cuadratura; abrir un "
                "ciclo nuevo lo pisaria. Se aborta; para correr "
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

*> ==========================================================
*> SECCIÓN: PUNTO DE RESTAURACIÓN DE LA FASE, RÉPLICA DE LA
*> MISMA LÓGICA EN TODOS LOS PROGRAMAS DE FASE DEL CICLO (sólo
*> cambia la lista de archivos). Antes de estampar el ciclo
*> ABIERTO se copia cada archivo que la fase modifica, tal
*> como está, a RESTAURA_Fn_<archivo> (incluido
*> CICLO_ESTADO.txt) y se anota si existía; de COMP_HIST.txt,
*> que sólo crece, alcanza con la cantidad de líneas y la
*> última. El manifiesto se publica por tmp + rename al final:
*> un punto a medio tomar no existe. M6_SIM_P3_REVER lo usa
*> para dejar el ciclo como estaba antes de la fase. El
*> reinicio de una corrida propia cortada conserva el punto de
*> la corrida original (el de ahora ya tiene la mitad hecha).
*> ==========================================================

  TOMAR-PUNTO-RESTAURACION.
    IF WS-CIC-ESTADO = "ABIERTO" AND WS-CIC-PROG = PG-CIC-WS
        DISPLAY "Reinicio de una corrida propia: se conserva el "
                "punto de restauracion RESTAURA_F" WS-RST-FASE
                ".txt de la corrida original."
        EXIT PARAGRAPH
    END-IF

    PERFORM CONTAR-HIST-RESTAURACION

    MOVE SPACES TO WS-RST-NOMBRE-MAN WS-RST-NOMBRE-FIN
    STRING "RESTAURA_F" WS-RST-FASE ".txt.tmp" DELIMITED BY SIZE
      INTO WS-RST-NOMBRE-MAN
    END-STRING
    STRING "RESTAURA_F" WS-RST-FASE ".txt" DELIMITED BY SIZE
      INTO WS-RST-NOMBRE-FIN
    END-STRING

    OPEN OUTPUT REST-MAN
    IF FS-REST-MAN NOT = "00"
        DISPLAY "Error al crear " FUNCTION TRIM(WS-RST-NOMBRE-MAN)
                ", FILE STATUS: " FS-REST-MAN "; sin punto de "
                "restauracion no se abre la fase."
        PERFORM ABORTAR-RESTAURACION
    END-IF
    MOVE WS-RST-FASE TO FA-RST-CAB
    MOVE PG-CIC-WS   TO PG-RST-CAB
    MOVE FUNCTION CURRENT-DATE(1:8) TO FE-RST-CAB
    MOVE FUNCTION CURRENT-DATE(9:6) TO HO-RST-CAB
    MOVE WS-RST-CABECERA TO REG-REST-MAN
    WRITE REG-REST-MAN

    PERFORM VARYING WS-RST-IDX FROM 1 BY 1
            UNTIL WS-RST-IDX > WS-RST-CANT
      PERFORM COPIAR-ARCHIVO-RESTAURACION
    END-PERFORM
    CLOSE REST-MAN

    CALL "CBL_RENAME_FILE" USING WS-RST-NOMBRE-MAN
                                  WS-RST-NOMBRE-FIN
      RETURNING WS-RST-RC
    IF WS-RST-RC NOT = 0
        DISPLAY "Error al publicar " FUNCTION TRIM(WS-RST-NOMBRE-FIN)
                ", RC=" WS-RST-RC "; sin punto de restauracion no "
                "se abre la fase."
        PERFORM ABORTAR-RESTAURACION
    END-IF
    DISPLAY "Punto de restauracion de la fase " WS-RST-FASE ": "
            FUNCTION TRIM(WS-RST-NOMBRE-FIN) " (" WS-RST-CANT
            " archivos, COMP_HIST.txt en " HC-RST-CAB " lineas).".

  CONTAR-HIST-RESTAURACION.
    MOVE ZEROS  TO HC-RST-CAB
    MOVE SPACES TO HU-RST-CAB
    OPEN INPUT REST-HIST
    IF FS-REST-HIST = "35"
        EXIT PARAGRAPH
    END-IF
    IF FS-REST-HIST NOT = "00"
        DISPLAY "Error al abrir COMP_HIST.txt para el punto de "
                "restauracion, FILE STATUS: " FS-REST-HIST
        PERFORM ABORTAR-RESTAURACION
    END-IF
    MOVE "N" TO FIN-REST-HIST
    PERFORM UNTIL FIN-REST-HIST = "1"
      READ REST-HIST
        AT END
          MOVE "1" TO FIN-REST-HIST
        NOT AT END
          ADD 1 TO HC-RST-CAB
          MOVE REG-REST-HIST TO HU-RST-CAB
      END-READ
    END-PERFORM
    CLOSE REST-HIST.

  COPIAR-ARCHIVO-RESTAURACION.
    MOVE WS-RST-ARCH(WS-RST-IDX) TO WS-RST-NOMBRE
    MOVE SPACES TO WS-RST-NOMBRE-COPIA
    STRING "RESTAURA_F" WS-RST-FASE "_"
           FUNCTION TRIM(WS-RST-NOMBRE) DELIMITED BY SIZE
      INTO WS-RST-NOMBRE-COPIA
    END-STRING
    MOVE WS-RST-NOMBRE TO NO-RST-DET

    OPEN INPUT REST-ARCH
    EVALUATE FS-REST-ARCH
      WHEN "00"
        CLOSE REST-ARCH
        CALL "CBL_COPY_FILE" USING WS-RST-NOMBRE
                                    WS-RST-NOMBRE-COPIA
          RETURNING WS-RST-RC
        IF WS-RST-RC NOT = 0
            DISPLAY "Error al copiar " FUNCTION TRIM(WS-RST-NOMBRE)
                    " a " FUNCTION TRIM(WS-RST-NOMBRE-COPIA) ", RC="
                    WS-RST-RC "; sin punto de restauracion no se "
                    "abre la fase."
            CLOSE REST-MAN
            PERFORM ABORTAR-RESTAURACION
        END-IF
        MOVE "S" TO PR-RST-DET
      WHEN "35"
        MOVE "N" TO PR-RST-DET
      WHEN OTHER
        DISPLAY "Error al abrir " FUNCTION TRIM(WS-RST-NOMBRE)
                " para el punto de restauracion, FILE STATUS: "
                FS-REST-ARCH
        CLOSE REST-MAN
        PERFORM ABORTAR-RESTAURACION
    END-EVALUATE

    MOVE WS-RST-DETALLE TO REG-REST-MAN
    WRITE REG-REST-MAN.

*>  El ciclo todavía no se estampó: queda como estaba y la
*>  corrida puede repetirse en cuanto se resuelva el problema.
  ABORTAR-RESTAURACION.
    CALL "CBL_DELETE_FILE" USING WS-RST-NOMBRE-MAN
      RETURNING WS-RST-RC
    MOVE "FIN" TO FA-BIT
    MOVE "12"  TO RC-BIT
    MOVE "SIN PUNTO DE RESTAURACION, FASE NO ABIERTA" TO DE-BIT
    PERFORM GRABAR-BITACORA
    MOVE 12 TO RETURN-CODE
    STOP RUN.
