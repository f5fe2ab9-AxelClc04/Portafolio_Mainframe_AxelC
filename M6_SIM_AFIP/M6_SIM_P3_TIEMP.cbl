*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_TIEMP
*> PURPOSE    : Tiempos de ciclo por comprobante: reconstruye, sobre el
*>              maestro histórico completo (particiones mensuales
*>              COMP_HIST_AAAAMM.txt del índice COMP_HIST_IDX.txt más el
*>              mes vigente en COMP_HIST.txt), la trayectoria de cada
*>              comprobante -ingreso por ANSES, pendiente resuelto por
*>              RECON o AGING, paso por el circuito de errores hasta que
*>              REPRO lo aplica o lo da por definitivo, acuse AC/OB/ER de
*>              ACUSE- y mide los días desde el primer ingreso hasta la
*>              resolución final (aceptado u observado por AFIP, o
*>              rechazo definitivo), separando cuánto se fue en
*>              pendientes, en reprocesos y en espera de acuse. El
*>              listado CICLO_TIEMPOS_AAAAMM.txt informa los comprobantes
*>              resueltos en el mes por archivo de origen, por tipo y por
*>              CUIT, con promedio, máximo y distribución en tramos de
*>              días, los que siguen abiertos al cierre del mes con su
*>              edad, y el ranking de los originantes que más atrasan
*>              (días por encima del promedio general); el detalle por
*>              comprobante sale en CICLO_TIEMPOS_AAAAMM.csv. Corre fuera
*>              del candado de ciclo, como M6_SIM_P3_DDJJ: el período por
*>              defecto es el mes anterior al de la corrida y por línea
*>              de comando se puede pedir otro (AAAAMM), nunca el mes en
*>              curso ni uno posterior, que todavía no cerró.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_TIEMP.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

    SELECT COMP-HIST ASSIGN TO "COMP_HIST.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-HIST.

*>  Índice de particiones mensuales que mantiene
*>  M6_SIM_P3_HCIERRE (ver el comentario de HIST-IDX en
*>  M6_SIM_P3_CONSUL). Ausente vale "sin particiones".
    SELECT HIST-IDX ASSIGN TO "COMP_HIST_IDX.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-IDX.

*>  Partición mensual del histórico: un solo FD con nombre
*>  dinámico, igual que en M6_SIM_P3_CONSUL.
    SELECT HIST-ARCH ASSIGN DYNAMIC WS-NOMBRE-ARCH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ARCH.

    SELECT ORDEN-TRABAJO ASSIGN TO "SORTWK1".

    SELECT ORDEN-CUIT ASSIGN TO "SORTWK2".

*>  Un registro por comprobante medido, con el último CUIT que
*>  tuvo (una corrección por M6_SIM_P3_MANT puede cambiarlo) y
*>  su bloque de acumulados: al final se ordena por CUIT y se
*>  corta por CUIT al listar, ya conocido el promedio general
*>  con el que se marcan.
    SELECT CUIT-TRABAJO ASSIGN TO "CICLO_TIEMPOS_CUIT.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CUIT.

    SELECT TIEMPOS-LIS ASSIGN DYNAMIC WS-NOMBRE-LIS
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-LIS.

*>  Detalle por comprobante (resueltos en el mes y abiertos al
*>  cierre): NC,CUIT,TIPO,ORIGEN,INGRESO,RESOLUCION,RESULTADO,
*>  DIAS,PENDIENTE,REPROCESO,ACUSE.
    SELECT TIEMPOS-CSV ASSIGN DYNAMIC WS-NOMBRE-CSV
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CSV.

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.


DATA DIVISION.
  FILE SECTION.

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

*>  Un movimiento del histórico por comprobante (NC, que es lo
*>  que lo identifica en toda la cadena: el CUIT puede cambiar
*>  con una corrección), en orden de corrida: la fecha y, dentro
*>  del mismo día, el orden de lectura, que es el orden en que
*>  la cadena los grabó.
    SD ORDEN-TRABAJO.
      01 REG-SRT.
        05 NC-SRT    PIC X(13).
        05 CT-SRT    PIC X(11).
        05 FH-SRT    PIC 9(8).
        05 SQ-SRT    PIC 9(9).
        05 OR-SRT    PIC X(20).
        05 TO-SRT    PIC X(1).
        05 DE-SRT    PIC X(2).
        05 MO-SRT    PIC X(16).

    SD ORDEN-CUIT.
      01 REG-SCU.
        05 CT-SCU    PIC X(11).
        05 GR-SCU    PIC X(134).

    FD CUIT-TRABAJO.
      01 REG-CUIT.
        05 CT-CUI    PIC X(11).
        05 GR-CUI    PIC X(134).

    FD TIEMPOS-LIS.
      01 REG-LIS           PIC X(132).

    FD TIEMPOS-CSV.
      01 REG-CSV           PIC X(150).

    FD COMP-BITAC.
      01 REG-BITAC         PIC X(105).

  WORKING-STORAGE SECTION.

    77 FS-HIST       PIC XX.
    77 FS-IDX        PIC XX.
    77 FS-ARCH       PIC XX.
    77 FS-CUIT       PIC XX.
    77 FS-LIS        PIC XX.
    77 FS-CSV        PIC XX.

    77 FIN-HIST      PIC X    VALUE "N".
    77 FIN-IDX       PIC X    VALUE "N".
    77 FIN-SORT      PIC X    VALUE "N".
    77 FIN-SORT-CUIT PIC X    VALUE "N".

    77 WS-PARAM-CMD       PIC X(20) VALUE SPACES.
    77 WS-FECHA-CORRIDA   PIC X(8)  VALUE SPACES.
    77 WS-MES-CURSO       PIC X(6)  VALUE SPACES.
    77 WS-NOMBRE-ARCH     PIC X(30) VALUE SPACES.
    77 WS-NOMBRE-LIS      PIC X(40) VALUE SPACES.
    77 WS-NOMBRE-CSV      PIC X(40) VALUE SPACES.
    77 WS-INCOMPLETO      PIC X     VALUE "N".
    77 WS-HAY-DATOS       PIC X     VALUE "N".
    77 WS-ACT-NC          PIC X(13) VALUE SPACES.
    77 WS-DELETE-RC       PIC 9(9)  COMP-5 VALUE ZEROS.

    77 CON-HIST-LEIDOS    PIC 9(9) VALUE ZEROS.
    77 CON-HIST-ILEGIBLES PIC 9(9) VALUE ZEROS.
    77 CON-HIST-POSTERIOR PIC 9(9) VALUE ZEROS.
    77 CON-PART-LEIDAS    PIC 9(6) VALUE ZEROS.
    77 CON-SIN-INGRESO    PIC 9(9) VALUE ZEROS.
    77 CON-NOTAS          PIC 9(9) VALUE ZEROS.
    77 CON-CUITS          PIC 9(9) VALUE ZEROS.
    77 WS-CUI-ACT         PIC X(11) VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DEL PERÍODO INFORMADO. Por defecto el mes anterior al
*> de la corrida (enero informa diciembre del año anterior).
*> WS-FIN-INT es el último día del mes: la edad de lo que sigue
*> abierto se mide hasta ahí.
*> ----------------------------------------------------------
    01 WS-PERIODO.
      05 WS-PER-ANIO          PIC 9(4).
      05 WS-PER-MES           PIC 9(2).

    01 WS-PERIODO-X REDEFINES WS-PERIODO PIC X(6).

    01 WS-FECHAS.
      05 WS-FEC-SIG           PIC 9(8)  VALUE ZEROS.
      05 WS-FIN-INT           PIC 9(8)  VALUE ZEROS.
      05 WS-FIN-FECHA         PIC X(8)  VALUE SPACES.
      05 WS-EV-INT            PIC 9(8)  VALUE ZEROS.

*> ----------------------------------------------------------
*> TABLA DE PARTICIONES MENSUALES ARCHIVADAS (DEL ÍNDICE
*> COMP_HIST_IDX.txt), MISMO HORIZONTE QUE M6_SIM_P3_CONSUL.
*> ----------------------------------------------------------
    01 WS-PARTICIONES.
      05 WS-PART-CANT         PIC 9(3)  VALUE ZEROS.
      05 WS-PART-MES          PIC X(6)  OCCURS 120 TIMES.

    77 WS-PART-IDX            PIC 9(3)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DEL REGISTRO DEL HISTÓRICO EN EVALUACIÓN: el mismo
*> layout que graba M6_SIM_P3_ANSES/GRABAR-HIST.
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
*> ÁREA DE LA TRAYECTORIA DEL COMPROBANTE EN CURSO. El estado
*> es dónde está parado: P pendiente (COMP_PE), E en el
*> circuito de errores (COMP_ER, a la espera de REPRO), O
*> autorizado esperando el acuse de AFIP, F firme (acuse AC u
*> OB) o D rechazo definitivo. Cada movimiento suma al tramo
*> del estado que deja los días transcurridos desde que entró
*> en él, así pendiente + reproceso + acuse da el total.
*> El CUIT es el del último movimiento aplicado: si REPRO lo
*> reprocesó con un CUIT corregido, queda el corregido.
*> ----------------------------------------------------------
    01 WS-TRAYECTORIA.
      05 WS-TRY-ESTADO        PIC X     VALUE SPACE.
      05 WS-TRY-CUIT          PIC X(11) VALUE SPACES.
      05 WS-TRY-ORIGEN        PIC X(20) VALUE SPACES.
      05 WS-TRY-TIPO          PIC X(1)  VALUE SPACE.
      05 WS-TRY-FE-ING        PIC X(8)  VALUE SPACES.
      05 WS-TRY-ING-INT       PIC 9(8)  VALUE ZEROS.
      05 WS-TRY-EST-INT       PIC 9(8)  VALUE ZEROS.
      05 WS-TRY-FE-RES        PIC X(8)  VALUE SPACES.
      05 WS-TRY-RESULTADO     PIC X(10) VALUE SPACES.
      05 WS-TRY-PEND          PIC 9(5)  VALUE ZEROS.
      05 WS-TRY-REPRO         PIC 9(5)  VALUE ZEROS.
      05 WS-TRY-ACUSE         PIC 9(5)  VALUE ZEROS.
      05 WS-TRY-DIAS          PIC 9(5)  VALUE ZEROS.
      05 WS-TRY-LAPSO         PIC 9(5)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE ACUMULACIÓN DE UN GRUPO (GENERAL, ORIGEN, TIPO O
*> CUIT). Las tablas guardan cada grupo como un bloque
*> alfanumérico de este mismo largo (134) y se acumula o se
*> formatea moviéndolo a WS-GRP y de vuelta.
*> ----------------------------------------------------------
    01 WS-GRP.
      05 WS-GRP-CANT          PIC 9(7).
      05 WS-GRP-AC            PIC 9(7).
      05 WS-GRP-OB            PIC 9(7).
      05 WS-GRP-DEF           PIC 9(7).
      05 WS-GRP-DIAS          PIC 9(9).
      05 WS-GRP-PEND          PIC 9(9).
      05 WS-GRP-REPRO         PIC 9(9).
      05 WS-GRP-ACUSE         PIC 9(9).
      05 WS-GRP-MAX           PIC 9(5).
      05 WS-GRP-TRAMO         PIC 9(7)  OCCURS 7 TIMES.
      05 WS-GRP-ABIERTOS      PIC 9(7).
      05 WS-GRP-EDAD          PIC 9(9).

    01 WS-GRAL                PIC X(134) VALUE ALL "0".
    01 WS-CUI                 PIC X(134) VALUE ALL "0".

*>  Bloque de un comprobante leído de CICLO_TIEMPOS_CUIT.tmp,
*>  que se suma al acumulado del CUIT en WS-GRP.
    01 WS-COM.
      05 WS-COM-CANT          PIC 9(7).
      05 WS-COM-AC            PIC 9(7).
      05 WS-COM-OB            PIC 9(7).
      05 WS-COM-DEF           PIC 9(7).
      05 WS-COM-DIAS          PIC 9(9).
      05 WS-COM-PEND          PIC 9(9).
      05 WS-COM-REPRO         PIC 9(9).
      05 WS-COM-ACUSE         PIC 9(9).
      05 WS-COM-MAX           PIC 9(5).
      05 WS-COM-TRAMO         PIC 9(7)  OCCURS 7 TIMES.
      05 WS-COM-ABIERTOS      PIC 9(7).
      05 WS-COM-EDAD          PIC 9(9).

*>  Abiertos al cierre según dónde quedaron (sólo general).
    01 WS-ABIERTOS-ESTADO.
      05 WS-ABI-PEND          PIC 9(7)  VALUE ZEROS.
      05 WS-ABI-ERROR         PIC 9(7)  VALUE ZEROS.
      05 WS-ABI-ACUSE         PIC 9(7)  VALUE ZEROS.

*> ----------------------------------------------------------
*> TABLAS POR ARCHIVO DE ORIGEN Y POR TIPO DE COMPROBANTE. Se
*> dan de alta a medida que aparecen. Por origen se guarda
*> además el exceso de días sobre el promedio general, con el
*> que se arma el ranking de los que más atrasan.
*> ----------------------------------------------------------
    01 WS-ORIGENES.
      05 WS-ORI-CANT          PIC 9(3)  VALUE ZEROS.
      05 WS-ORI-SATURADA      PIC X     VALUE "N".
      05 WS-ORI-ITEM OCCURS 500 TIMES.
        10 WS-ORI-NOMBRE      PIC X(20).
        10 WS-ORI-GRUPO       PIC X(134).
        10 WS-ORI-EXCESO      PIC S9(9)V9.
        10 WS-ORI-ELEGIDO     PIC X.

    77 WS-ORI-IDX             PIC 9(3)  VALUE ZEROS.
    77 WS-ORI-MAYOR           PIC 9(3)  VALUE ZEROS.

    01 WS-TIPOS.
      05 WS-TIP-CANT          PIC 9(2)  VALUE ZEROS.
      05 WS-TIP-ITEM OCCURS 20 TIMES.
        10 WS-TIP-CODIGO      PIC X(1).
        10 WS-TIP-GRUPO       PIC X(134).

    77 WS-TIP-IDX             PIC 9(2)  VALUE ZEROS.

*> ----------------------------------------------------------
*> TRAMOS DE DÍAS: tope superior de cada tramo (el último no
*> tiene tope) y su rótulo en el listado.
*> ----------------------------------------------------------
    01 WS-TRAMOS-TOPES.
      05 FILLER PIC 9(5) VALUE 0.
      05 FILLER PIC 9(5) VALUE 2.
      05 FILLER PIC 9(5) VALUE 5.
      05 FILLER PIC 9(5) VALUE 10.
      05 FILLER PIC 9(5) VALUE 20.
      05 FILLER PIC 9(5) VALUE 30.
      05 FILLER PIC 9(5) VALUE 99999.
    01 WS-TRAMOS-TOPES-R REDEFINES WS-TRAMOS-TOPES.
      05 WS-TRA-TOPE          PIC 9(5)  OCCURS 7 TIMES.

    01 WS-TRAMOS-ROTULOS.
      05 FILLER PIC X(16) VALUE "0 DIAS".
      05 FILLER PIC X(16) VALUE "1 A 2 DIAS".
      05 FILLER PIC X(16) VALUE "3 A 5 DIAS".
      05 FILLER PIC X(16) VALUE "6 A 10 DIAS".
      05 FILLER PIC X(16) VALUE "11 A 20 DIAS".
      05 FILLER PIC X(16) VALUE "21 A 30 DIAS".
      05 FILLER PIC X(16) VALUE "MAS DE 30 DIAS".
    01 WS-TRAMOS-ROTULOS-R REDEFINES WS-TRAMOS-ROTULOS.
      05 WS-TRA-ROTULO        PIC X(16) OCCURS 7 TIMES.

    77 WS-TRA-IDX             PIC 9(1)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE CÁLCULO DE PROMEDIOS, PORCENTAJES Y RANKING.
*> ----------------------------------------------------------
    01 WS-CALCULOS.
      05 WS-PROM-GRAL         PIC 9(5)V9    VALUE ZEROS.
      05 WS-PROM              PIC 9(5)V9    VALUE ZEROS.
      05 WS-PORC              PIC 9(3)V9    VALUE ZEROS.
      05 WS-RNK-POS           PIC 9(2)      VALUE ZEROS.
      05 WS-RNK-MAYOR         PIC S9(9)V9   VALUE ZEROS.
      05 WS-RNK-DONDE         PIC X(10)     VALUE SPACES.
      05 WS-PARTE-DIAS        PIC 9(9)      VALUE ZEROS.
      05 WS-BIT-PROM          PIC 9(5).9    VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE CONTROL DE PAGINADO DEL LISTADO.
*> ----------------------------------------------------------
    01 WS-PAGINADO.
      05 WS-LIN-CONT          PIC 9(2)  VALUE 99.
      05 WS-PAG-CONT          PIC 9(4)  VALUE ZEROS.
      05 WS-LIN-POR-PAG       PIC 9(2)  VALUE 60.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LÍNEAS DEL LISTADO.
*> ----------------------------------------------------------
    01 WS-LIN-TITULO.
      05 FILLER               PIC X(44)
         VALUE "TIEMPOS DE CICLO POR COMPROBANTE - PERIODO: ".
      05 WS-LIN-TIT-PERIODO   PIC X(6)  VALUE SPACES.
      05 FILLER               PIC X(11) VALUE "  CORRIDA:".
      05 WS-LIN-TIT-FECHA     PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(9)  VALUE "    HOJA:".
      05 WS-LIN-TIT-HOJA      PIC ZZZ9.
      05 FILLER               PIC X(50) VALUE SPACES.

    01 WS-LIN-SEPARA          PIC X(132) VALUE ALL "-".
    01 WS-LIN-BLANCA          PIC X(132) VALUE SPACES.
    01 WS-LIN-SECCION         PIC X(132) VALUE SPACES.

    01 WS-LIN-TEXTO.
      05 WS-LIN-TXT-ROTULO    PIC X(45).
      05 WS-LIN-TXT-VALOR     PIC Z(8)9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-TXT-NOTA      PIC X(76) VALUE SPACES.

    01 WS-LIN-PROMEDIO.
      05 WS-LIN-PRO-ROTULO    PIC X(45).
      05 WS-LIN-PRO-VALOR     PIC Z(6)9.9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-PRO-NOTA      PIC X(76) VALUE SPACES.

    01 WS-LIN-TRAMO.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-TRA-ROTULO    PIC X(16).
      05 WS-LIN-TRA-CANT      PIC Z(8)9.
      05 WS-LIN-TRA-PORC      PIC ZZZ9.9.
      05 FILLER               PIC X(2)  VALUE " %".
      05 FILLER               PIC X(97) VALUE SPACES.

    01 WS-LIN-CAB-GRUPO.
      05 WS-LIN-CAB-ROTULO    PIC X(20) VALUE SPACES.
      05 FILLER               PIC X(8)  VALUE "    CANT".
      05 FILLER               PIC X(8)  VALUE "   TOTAL".
      05 FILLER               PIC X(8)  VALUE "   PEND.".
      05 FILLER               PIC X(8)  VALUE "  REPRO.".
      05 FILLER               PIC X(8)  VALUE "  ACUSE.".
      05 FILLER               PIC X(7)  VALUE "    MAX".
      05 FILLER               PIC X(6)  VALUE "     0".
      05 FILLER               PIC X(6)  VALUE "   1-2".
      05 FILLER               PIC X(6)  VALUE "   3-5".
      05 FILLER               PIC X(6)  VALUE "  6-10".
      05 FILLER               PIC X(6)  VALUE " 11-20".
      05 FILLER               PIC X(6)  VALUE " 21-30".
      05 FILLER               PIC X(6)  VALUE "   +30".
      05 FILLER               PIC X(7)  VALUE "  ABIER".
      05 FILLER               PIC X(8)  VALUE "    EDAD".
      05 FILLER               PIC X(8)  VALUE SPACES.

    01 WS-LIN-GRUPO.
      05 WS-LIN-GRP-ROTULO    PIC X(20).
      05 WS-LIN-GRP-CANT      PIC Z(7)9.
      05 WS-LIN-GRP-PROM      PIC Z(5)9.9.
      05 WS-LIN-GRP-PEND      PIC Z(5)9.9.
      05 WS-LIN-GRP-REPRO     PIC Z(5)9.9.
      05 WS-LIN-GRP-ACUSE     PIC Z(5)9.9.
      05 WS-LIN-GRP-MAX       PIC Z(6)9.
      05 WS-LIN-GRP-TRAMO     PIC Z(5)9 OCCURS 7 TIMES.
      05 WS-LIN-GRP-ABIERTOS  PIC Z(6)9.
      05 WS-LIN-GRP-EDAD      PIC Z(5)9.9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-GRP-MARCA     PIC X(1)  VALUE SPACE.
      05 FILLER               PIC X(5)  VALUE SPACES.

    01 WS-LIN-CAB-RANKING.
      05 FILLER               PIC X(4)  VALUE "  N.".
      05 FILLER               PIC X(21) VALUE " ARCHIVO DE ORIGEN".
      05 FILLER               PIC X(8)  VALUE "    CANT".
      05 FILLER               PIC X(9)  VALUE "    PROM.".
      05 FILLER               PIC X(13) VALUE "  DIAS EXCESO".
      05 FILLER               PIC X(8)  VALUE "  % EXC.".
      05 FILLER               PIC X(20) VALUE "  SE LE VA EN".
      05 FILLER               PIC X(49) VALUE SPACES.

    01 WS-LIN-RANKING.
      05 WS-LIN-RNK-POS       PIC ZZ9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-RNK-ORIGEN    PIC X(20).
      05 WS-LIN-RNK-CANT      PIC Z(7)9.
      05 WS-LIN-RNK-PROM      PIC Z(6)9.9.
      05 WS-LIN-RNK-EXCESO    PIC Z(10)9.9.
      05 WS-LIN-RNK-PORC      PIC ZZZZ9.9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-RNK-DONDE     PIC X(10).
      05 FILLER               PIC X(58) VALUE SPACES.

    01 WS-LIN-GUARDA          PIC X(132) VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LÍNEAS DEL CSV. Los nombres de origen son
*> los de los COMP_IN*.txt del lote (sin comas): no hace falta
*> el escapado de COMP_ER.csv.
*> ----------------------------------------------------------
    01 WS-LIN-CSV             PIC X(150) VALUE SPACES.
    77 WS-CSV-PTR             PIC 9(3)  VALUE 1.

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
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_TIEMP".
      05 FILLER      PIC X    VALUE "|".
      05 FA-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-BIT      PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-BIT      PIC X(60).
      05 FILLER      PIC X    VALUE "|".


PROCEDURE DIVISION.

*> ==========================================================
*> SECCIÓN: PERÍODO INFORMADO (MISMO CRITERIO QUE
*> M6_SIM_P3_DDJJ) Y APERTURA DE LAS SALIDAS.
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

*>  Último día del período: el día anterior al primero del mes
*>  siguiente.
  IF WS-PER-MES = 12
      COMPUTE WS-FEC-SIG = (WS-PER-ANIO + 1) * 10000 + 101
  ELSE
      COMPUTE WS-FEC-SIG = WS-PER-ANIO * 10000
                         + (WS-PER-MES + 1) * 100 + 1
  END-IF
  COMPUTE WS-FIN-INT = FUNCTION INTEGER-OF-DATE(WS-FEC-SIG) - 1
  MOVE FUNCTION DATE-OF-INTEGER(WS-FIN-INT) TO WS-FIN-FECHA

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  MOVE WS-PERIODO-X TO DE-BIT
  PERFORM GRABAR-BITACORA

  MOVE SPACES TO WS-NOMBRE-LIS WS-NOMBRE-CSV
  STRING "CICLO_TIEMPOS_" WS-PERIODO-X ".txt" DELIMITED BY SIZE
    INTO WS-NOMBRE-LIS
  END-STRING
  STRING "CICLO_TIEMPOS_" WS-PERIODO-X ".csv" DELIMITED BY SIZE
    INTO WS-NOMBRE-CSV
  END-STRING

*>  El maestro vigente se verifica de entrada, con un mensaje
*>  claro, igual que en M6_SIM_P3_CONSUL.
  OPEN INPUT COMP-HIST
  IF FS-HIST NOT = "00"
      DISPLAY "Error al abrir el maestro historico (COMP_HIST.txt), "
              "FILE STATUS: " FS-HIST
      MOVE "FIN" TO FA-BIT
      MOVE "08"  TO RC-BIT
      MOVE "SIN MAESTRO HISTORICO" TO DE-BIT
      PERFORM GRABAR-BITACORA
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF
  CLOSE COMP-HIST

  PERFORM CARGAR-INDICE-PARTICIONES

  OPEN OUTPUT TIEMPOS-CSV
  IF FS-CSV NOT = "00"
      DISPLAY "Error al crear " FUNCTION TRIM(WS-NOMBRE-CSV)
              ", FILE STATUS: " FS-CSV
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF
  MOVE SPACES TO REG-CSV
  STRING "NC,CUIT,TIPO,ORIGEN,INGRESO,RESOLUCION,RESULTADO,"
         "DIAS,PENDIENTE,REPROCESO,ACUSE" DELIMITED BY SIZE
    INTO REG-CSV
  END-STRING
  WRITE REG-CSV

  OPEN OUTPUT CUIT-TRABAJO
  IF FS-CUIT NOT = "00"
      DISPLAY "Error al crear CICLO_TIEMPOS_CUIT.tmp, FILE STATUS: "
              FS-CUIT
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF

*> ==========================================================
*> SECCIÓN: ORDENAMIENTO DEL HISTÓRICO POR NC + ORDEN DE
*> CORRIDA Y RECONSTRUCCIÓN DE LAS TRAYECTORIAS CON CORTE DE
*> CONTROL POR COMPROBANTE.
*> ==========================================================

  SORT ORDEN-TRABAJO
      ON ASCENDING KEY NC-SRT
      ON ASCENDING KEY FH-SRT
      ON ASCENDING KEY SQ-SRT
      INPUT PROCEDURE IS SELECCIONAR-HISTORICO
      OUTPUT PROCEDURE IS RECONSTRUIR-TRAYECTORIAS

  CLOSE CUIT-TRABAJO
        TIEMPOS-CSV

*> ==========================================================
*> SECCIÓN: LISTADO.
*> ==========================================================

  OPEN OUTPUT TIEMPOS-LIS
  IF FS-LIS NOT = "00"
      DISPLAY "Error al crear " FUNCTION TRIM(WS-NOMBRE-LIS)
              ", FILE STATUS: " FS-LIS
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF

  MOVE WS-GRAL TO WS-GRP
  MOVE ZEROS TO WS-PROM-GRAL
  IF WS-GRP-CANT > 0
      COMPUTE WS-PROM-GRAL ROUNDED = WS-GRP-DIAS / WS-GRP-CANT
  END-IF

  PERFORM GRABAR-RESUMEN-GENERAL
  PERFORM GRABAR-TRAMOS
  PERFORM GRABAR-POR-ORIGEN
  PERFORM GRABAR-RANKING-ORIGEN
  PERFORM GRABAR-POR-TIPO
  PERFORM GRABAR-POR-CUIT

  CLOSE TIEMPOS-LIS
  CALL "CBL_DELETE_FILE" USING "CICLO_TIEMPOS_CUIT.tmp"
    RETURNING WS-DELETE-RC

  MOVE WS-GRAL TO WS-GRP
  DISPLAY "Periodo informado:          " WS-PERIODO-X
  DISPLAY "Particiones recorridas:     " CON-PART-LEIDAS
  DISPLAY "Movimientos leidos:         " CON-HIST-LEIDOS
  DISPLAY "Movimientos ilegibles:      " CON-HIST-ILEGIBLES
  DISPLAY "Comprobantes resueltos:     " WS-GRP-CANT
  DISPLAY "Promedio de dias:           " WS-PROM-GRAL
  DISPLAY "Abiertos al cierre:         " WS-GRP-ABIERTOS
  DISPLAY "Listado:                    " FUNCTION TRIM(WS-NOMBRE-LIS)
  DISPLAY "---------FIN DE TIEMPOS DE CICLO---------"

*>  Una partición del índice ausente o movimientos ilegibles no
*>  cortan el reporte, pero lo dejan incompleto: se avisa con
*>  RC 4, como los descuadres de M6_SIM_P3_DDJJ.
  MOVE "FIN" TO FA-BIT
  MOVE SPACES TO DE-BIT
  IF WS-INCOMPLETO = "S" OR CON-HIST-ILEGIBLES > 0
      MOVE 4    TO RETURN-CODE
      MOVE "04" TO RC-BIT
  ELSE
      MOVE "00" TO RC-BIT
  END-IF
  MOVE WS-PROM-GRAL TO WS-BIT-PROM
  STRING WS-PERIODO-X " RESUELTOS " WS-GRP-CANT
         " PROM " WS-BIT-PROM " ABIERTOS " WS-GRP-ABIERTOS
         DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: CARGA DEL ÍNDICE DE PARTICIONES MENSUALES (MISMA
*> LÓGICA QUE M6_SIM_P3_CONSUL). Las posteriores al período no
*> hacen falta: todo lo que se mide ocurrió hasta su cierre.
*> ==========================================================

  CARGAR-INDICE-PARTICIONES.
    OPEN INPUT HIST-IDX
    IF FS-IDX = "00"
        PERFORM UNTIL FIN-IDX = "1"
          READ HIST-IDX
            AT END
              MOVE "1" TO FIN-IDX
            NOT AT END
              IF MES-IDX IS NUMERIC AND MES-IDX <= WS-PERIODO-X
                 AND WS-PART-CANT < 120
                  ADD 1 TO WS-PART-CANT
                  MOVE MES-IDX TO WS-PART-MES(WS-PART-CANT)
              END-IF
          END-READ
        END-PERFORM
        CLOSE HIST-IDX
    END-IF.

*> ==========================================================
*> SECCIÓN: SELECCIÓN DEL HISTÓRICO (INPUT PROCEDURE). Las
*> particiones en el orden del índice y después el maestro
*> vigente: el número de lectura conserva el orden en que la
*> cadena grabó los movimientos de un mismo día.
*> ==========================================================

  SELECCIONAR-HISTORICO.
    PERFORM VARYING WS-PART-IDX FROM 1 BY 1
            UNTIL WS-PART-IDX > WS-PART-CANT
      PERFORM RECORRER-PARTICION
    END-PERFORM

    OPEN INPUT COMP-HIST
    MOVE "N" TO FIN-HIST
    PERFORM UNTIL FIN-HIST = "1"
      READ COMP-HIST
        AT END
          MOVE "1" TO FIN-HIST
        NOT AT END
          MOVE REG-HIST TO WS-REG-EVAL
          PERFORM LIBERAR-MOVIMIENTO
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
*>      Sin esa partición los comprobantes que pasaron por ese
*>      mes quedan con la trayectoria cortada: se avisa, se
*>      sigue y la corrida cierra con RC 4.
        DISPLAY "Aviso: falta la particion "
                FUNCTION TRIM(WS-NOMBRE-ARCH) " que figura en el "
                "indice, FILE STATUS: " FS-ARCH
        MOVE "S" TO WS-INCOMPLETO
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO CON-PART-LEIDAS
    MOVE "N" TO FIN-HIST
    PERFORM UNTIL FIN-HIST = "1"
      READ HIST-ARCH
        AT END
          MOVE "1" TO FIN-HIST
        NOT AT END
          MOVE REG-ARCH TO WS-REG-EVAL
          PERFORM LIBERAR-MOVIMIENTO
      END-READ
    END-PERFORM
    CLOSE HIST-ARCH.

  LIBERAR-MOVIMIENTO.
    ADD 1 TO CON-HIST-LEIDOS
    IF NOT FH-HIST IS NUMERIC
        ADD 1 TO CON-HIST-ILEGIBLES
        EXIT PARAGRAPH
    END-IF
    IF FH-HIST > WS-FIN-FECHA
        ADD 1 TO CON-HIST-POSTERIOR
        EXIT PARAGRAPH
    END-IF
    MOVE CT-HIST     TO CT-SRT
    MOVE NC-HIST     TO NC-SRT
    MOVE FH-HIST     TO FH-SRT
    MOVE CON-HIST-LEIDOS TO SQ-SRT
    MOVE ORIGEN-HIST TO OR-SRT
    MOVE TO-HIST     TO TO-SRT
    MOVE DEST-HIST   TO DE-SRT
    MOVE MOT-HIST    TO MO-SRT
    RELEASE REG-SRT.

*> ==========================================================
*> SECCIÓN: RECONSTRUCCIÓN DE LAS TRAYECTORIAS (OUTPUT
*> PROCEDURE), CON CORTE DE CONTROL POR NC.
*> ==========================================================

  RECONSTRUIR-TRAYECTORIAS.
    PERFORM UNTIL FIN-SORT = "1"
      RETURN ORDEN-TRABAJO
        AT END
          MOVE "1" TO FIN-SORT
        NOT AT END
          PERFORM PROCESAR-MOVIMIENTO
      END-RETURN
    END-PERFORM

    IF WS-HAY-DATOS = "S"
        PERFORM CERRAR-TRAYECTORIA
    END-IF.

  PROCESAR-MOVIMIENTO.
    IF WS-HAY-DATOS = "N"
        MOVE "S" TO WS-HAY-DATOS
        MOVE NC-SRT TO WS-ACT-NC
        PERFORM INICIAR-TRAYECTORIA
    ELSE
        IF NC-SRT NOT = WS-ACT-NC
            PERFORM CERRAR-TRAYECTORIA
            MOVE NC-SRT TO WS-ACT-NC
            PERFORM INICIAR-TRAYECTORIA
        END-IF
    END-IF

    COMPUTE WS-EV-INT = FUNCTION INTEGER-OF-DATE(FH-SRT)

*>  Todo lo que no viene de COMP_PE, COMP_ER o del acuse es un
*>  ingreso de ANSES (el origen es el archivo del lote). Una
*>  nota de crédito lleva a propósito el NC del comprobante
*>  original: no viaja a AFIP, queda fuera de la medición y no
*>  toca la trayectoria del original (ni su ingreso ni un
*>  reproceso posterior de la nota). Un DUPLICADO es otro
*>  intento de ingreso del mismo comprobante y no mueve su
*>  trayectoria; un ingreso nuevo de un comprobante ya
*>  conocido abre otra trayectoria.
    IF OR-SRT NOT = "COMP_PE.txt" AND OR-SRT NOT = "COMP_ER.txt"
       AND OR-SRT NOT = "AFIP_ACUSE.txt"
        IF TO-SRT = "N"
            ADD 1 TO CON-NOTAS
            EXIT PARAGRAPH
        END-IF
        IF MO-SRT = "DUPLICADO"
            EXIT PARAGRAPH
        END-IF
        IF WS-TRY-ESTADO NOT = SPACE
            PERFORM CERRAR-TRAYECTORIA
            PERFORM INICIAR-TRAYECTORIA
        END-IF
        MOVE OR-SRT    TO WS-TRY-ORIGEN
        MOVE CT-SRT    TO WS-TRY-CUIT
        MOVE TO-SRT    TO WS-TRY-TIPO
        MOVE FH-SRT    TO WS-TRY-FE-ING
        MOVE WS-EV-INT TO WS-TRY-ING-INT WS-TRY-EST-INT
        EVALUATE DE-SRT
          WHEN "PE"
            MOVE "P" TO WS-TRY-ESTADO
          WHEN "OK"
            MOVE "O" TO WS-TRY-ESTADO
          WHEN OTHER
            MOVE "E" TO WS-TRY-ESTADO
        END-EVALUATE
        EXIT PARAGRAPH
    END-IF
    IF TO-SRT = "N"
        EXIT PARAGRAPH
    END-IF

*>  Movimiento de un comprobante sin ingreso en el histórico
*>  leído (partición faltante o anterior al índice): no se
*>  puede medir.
    IF WS-TRY-ESTADO = SPACE
        ADD 1 TO CON-SIN-INGRESO
        EXIT PARAGRAPH
    END-IF
*>  Ya resuelto: un acuse repetido u otro movimiento posterior
*>  no cambia la medición.
    IF WS-TRY-ESTADO = "F" OR WS-TRY-ESTADO = "D"
        EXIT PARAGRAPH
    END-IF

    PERFORM ACUMULAR-ESTADO

*>  El reproceso de una corrección de CUIT y su acuse vienen con
*>  el CUIT corregido: el comprobante pasa a ese CUIT.
    IF CT-SRT NOT = SPACES
        MOVE CT-SRT TO WS-TRY-CUIT
    END-IF

    EVALUATE TRUE
      WHEN OR-SRT = "AFIP_ACUSE.txt" AND DE-SRT = "AC"
        MOVE "F" TO WS-TRY-ESTADO
        MOVE "ACEPTADO" TO WS-TRY-RESULTADO
        MOVE FH-SRT TO WS-TRY-FE-RES
      WHEN OR-SRT = "AFIP_ACUSE.txt" AND DE-SRT = "OB"
        MOVE "F" TO WS-TRY-ESTADO
        MOVE "OBSERVADO" TO WS-TRY-RESULTADO
        MOVE FH-SRT TO WS-TRY-FE-RES
      WHEN OR-SRT = "COMP_ER.txt" AND DE-SRT = "ER"
        MOVE "D" TO WS-TRY-ESTADO
        MOVE "DEFINITIVO" TO WS-TRY-RESULTADO
        MOVE FH-SRT TO WS-TRY-FE-RES
      WHEN DE-SRT = "OK"
        MOVE "O" TO WS-TRY-ESTADO
      WHEN OTHER
        MOVE "E" TO WS-TRY-ESTADO
    END-EVALUATE.

  INICIAR-TRAYECTORIA.
    MOVE SPACE  TO WS-TRY-ESTADO WS-TRY-TIPO
    MOVE SPACES TO WS-TRY-CUIT WS-TRY-ORIGEN WS-TRY-FE-ING WS-TRY-FE-RES
                   WS-TRY-RESULTADO
    MOVE ZEROS  TO WS-TRY-ING-INT WS-TRY-EST-INT WS-TRY-PEND
                   WS-TRY-REPRO WS-TRY-ACUSE WS-TRY-DIAS.

*>  Suma al tramo del estado actual los días desde que entró en
*>  él hasta WS-EV-INT (el movimiento en curso o el cierre del
*>  período).
  ACUMULAR-ESTADO.
    COMPUTE WS-TRY-LAPSO = WS-EV-INT - WS-TRY-EST-INT
    EVALUATE WS-TRY-ESTADO
      WHEN "P"
        ADD WS-TRY-LAPSO TO WS-TRY-PEND
      WHEN "E"
        ADD WS-TRY-LAPSO TO WS-TRY-REPRO
      WHEN "O"
        ADD WS-TRY-LAPSO TO WS-TRY-ACUSE
    END-EVALUATE
    MOVE WS-EV-INT TO WS-TRY-EST-INT.

*> ==========================================================
*> SECCIÓN: CIERRE DE UNA TRAYECTORIA. Cuenta si se resolvió
*> dentro del período, o si al cierre del período sigue
*> abierta (su edad se mide hasta el último día del mes). Lo
*> resuelto antes del período ya se informó en su mes.
*> ==========================================================

  CERRAR-TRAYECTORIA.
    IF WS-TRY-ESTADO = SPACE
        EXIT PARAGRAPH
    END-IF

    IF WS-TRY-ESTADO = "F" OR WS-TRY-ESTADO = "D"
        IF WS-TRY-FE-RES(1:6) NOT = WS-PERIODO-X
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-TRY-DIAS = WS-TRY-PEND + WS-TRY-REPRO
                            + WS-TRY-ACUSE
    ELSE
        MOVE WS-FIN-INT TO WS-EV-INT
        EVALUATE WS-TRY-ESTADO
          WHEN "P"
            ADD 1 TO WS-ABI-PEND
            MOVE "ABIERTO-PE" TO WS-TRY-RESULTADO
          WHEN "E"
            ADD 1 TO WS-ABI-ERROR
            MOVE "ABIERTO-ER" TO WS-TRY-RESULTADO
          WHEN "O"
            ADD 1 TO WS-ABI-ACUSE
            MOVE "ABIERTO-OK" TO WS-TRY-RESULTADO
        END-EVALUATE
        PERFORM ACUMULAR-ESTADO
        COMPUTE WS-TRY-DIAS = WS-FIN-INT - WS-TRY-ING-INT
    END-IF

    PERFORM UBICAR-ORIGEN
    PERFORM UBICAR-TIPO

    MOVE WS-GRAL TO WS-GRP
    PERFORM SUMAR-EN-GRUPO
    MOVE WS-GRP TO WS-GRAL

    MOVE ALL "0" TO WS-GRP
    PERFORM SUMAR-EN-GRUPO
    MOVE WS-TRY-CUIT TO CT-CUI
    MOVE WS-GRP      TO GR-CUI
    WRITE REG-CUIT

    IF WS-ORI-IDX > 0
        MOVE WS-ORI-GRUPO(WS-ORI-IDX) TO WS-GRP
        PERFORM SUMAR-EN-GRUPO
        MOVE WS-GRP TO WS-ORI-GRUPO(WS-ORI-IDX)
    END-IF

    IF WS-TIP-IDX > 0
        MOVE WS-TIP-GRUPO(WS-TIP-IDX) TO WS-GRP
        PERFORM SUMAR-EN-GRUPO
        MOVE WS-GRP TO WS-TIP-GRUPO(WS-TIP-IDX)
    END-IF

    PERFORM GRABAR-CSV-COMPROBANTE.

  SUMAR-EN-GRUPO.
    IF WS-TRY-ESTADO NOT = "F" AND WS-TRY-ESTADO NOT = "D"
        ADD 1 TO WS-GRP-ABIERTOS
        ADD WS-TRY-DIAS TO WS-GRP-EDAD
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-GRP-CANT
    EVALUATE WS-TRY-RESULTADO
      WHEN "ACEPTADO"
        ADD 1 TO WS-GRP-AC
      WHEN "OBSERVADO"
        ADD 1 TO WS-GRP-OB
      WHEN OTHER
        ADD 1 TO WS-GRP-DEF
    END-EVALUATE
    ADD WS-TRY-DIAS  TO WS-GRP-DIAS
    ADD WS-TRY-PEND  TO WS-GRP-PEND
    ADD WS-TRY-REPRO TO WS-GRP-REPRO
    ADD WS-TRY-ACUSE TO WS-GRP-ACUSE
    IF WS-TRY-DIAS > WS-GRP-MAX
        MOVE WS-TRY-DIAS TO WS-GRP-MAX
    END-IF
    MOVE 1 TO WS-TRA-IDX
    PERFORM UNTIL WS-TRA-IDX = 7
               OR WS-TRY-DIAS <= WS-TRA-TOPE(WS-TRA-IDX)
      ADD 1 TO WS-TRA-IDX
    END-PERFORM
    ADD 1 TO WS-GRP-TRAMO(WS-TRA-IDX).

  UBICAR-ORIGEN.
    PERFORM VARYING WS-ORI-IDX FROM 1 BY 1
            UNTIL WS-ORI-IDX > WS-ORI-CANT
               OR WS-ORI-NOMBRE(WS-ORI-IDX) = WS-TRY-ORIGEN
      CONTINUE
    END-PERFORM
    IF WS-ORI-IDX > WS-ORI-CANT
        IF WS-ORI-CANT < 500
            ADD 1 TO WS-ORI-CANT
            MOVE WS-ORI-CANT   TO WS-ORI-IDX
            MOVE WS-TRY-ORIGEN TO WS-ORI-NOMBRE(WS-ORI-IDX)
            MOVE ALL "0"       TO WS-ORI-GRUPO(WS-ORI-IDX)
            MOVE ZEROS         TO WS-ORI-EXCESO(WS-ORI-IDX)
            MOVE "N"           TO WS-ORI-ELEGIDO(WS-ORI-IDX)
        ELSE
            IF WS-ORI-SATURADA NOT = "S"
                DISPLAY "AVISO: mas de 500 archivos de origen; los "
                        "demas solo suman al total general."
                MOVE "S" TO WS-ORI-SATURADA
            END-IF
            MOVE ZEROS TO WS-ORI-IDX
        END-IF
    END-IF.

  UBICAR-TIPO.
    PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
            UNTIL WS-TIP-IDX > WS-TIP-CANT
               OR WS-TIP-CODIGO(WS-TIP-IDX) = WS-TRY-TIPO
      CONTINUE
    END-PERFORM
    IF WS-TIP-IDX > WS-TIP-CANT
        IF WS-TIP-CANT < 20
            ADD 1 TO WS-TIP-CANT
            MOVE WS-TIP-CANT TO WS-TIP-IDX
            MOVE WS-TRY-TIPO TO WS-TIP-CODIGO(WS-TIP-IDX)
            MOVE ALL "0"     TO WS-TIP-GRUPO(WS-TIP-IDX)
        ELSE
            MOVE ZEROS TO WS-TIP-IDX
        END-IF
    END-IF.

  GRABAR-CSV-COMPROBANTE.
    MOVE SPACES TO WS-LIN-CSV
    MOVE 1 TO WS-CSV-PTR
    STRING FUNCTION TRIM(WS-ACT-NC)        DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           WS-TRY-CUIT                     DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           WS-TRY-TIPO                     DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           FUNCTION TRIM(WS-TRY-ORIGEN)    DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           WS-TRY-FE-ING                   DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           FUNCTION TRIM(WS-TRY-FE-RES)    DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           FUNCTION TRIM(WS-TRY-RESULTADO) DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           WS-TRY-DIAS                     DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           WS-TRY-PEND                     DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           WS-TRY-REPRO                    DELIMITED BY SIZE
           ","                             DELIMITED BY SIZE
           WS-TRY-ACUSE                    DELIMITED BY SIZE
      INTO WS-LIN-CSV
      WITH POINTER WS-CSV-PTR
    END-STRING
    MOVE WS-LIN-CSV TO REG-CSV
    WRITE REG-CSV.

*> ==========================================================
*> SECCIÓN: LISTADO - RESUMEN GENERAL Y TRAMOS.
*> ==========================================================

  GRABAR-RESUMEN-GENERAL.
    MOVE "1. RESUMEN GENERAL DEL PERIODO" TO WS-LIN-SECCION
    PERFORM GRABAR-TITULO-SECCION

    MOVE SPACES TO WS-LIN-TXT-NOTA
    MOVE "Comprobantes resueltos en el periodo" TO WS-LIN-TXT-ROTULO
    MOVE WS-GRP-CANT TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "  aceptados por AFIP" TO WS-LIN-TXT-ROTULO
    MOVE WS-GRP-AC TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "  observados por AFIP" TO WS-LIN-TXT-ROTULO
    MOVE WS-GRP-OB TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "  rechazo definitivo" TO WS-LIN-TXT-ROTULO
    MOVE WS-GRP-DEF TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA

    MOVE SPACES TO WS-LIN-PRO-NOTA
    MOVE "Dias promedio desde el primer ingreso" TO WS-LIN-PRO-ROTULO
    MOVE WS-PROM-GRAL TO WS-LIN-PRO-VALOR
    MOVE WS-LIN-PROMEDIO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "  en pendientes (RECON/AGING)" TO WS-LIN-PRO-ROTULO
    MOVE WS-GRP-PEND TO WS-PARTE-DIAS
    PERFORM GRABAR-PROMEDIO-PARTE
    MOVE "  en reprocesos (circuito de errores)"
      TO WS-LIN-PRO-ROTULO
    MOVE WS-GRP-REPRO TO WS-PARTE-DIAS
    PERFORM GRABAR-PROMEDIO-PARTE
    MOVE "  en espera de acuse de AFIP" TO WS-LIN-PRO-ROTULO
    MOVE WS-GRP-ACUSE TO WS-PARTE-DIAS
    PERFORM GRABAR-PROMEDIO-PARTE
    MOVE SPACES TO WS-LIN-PRO-NOTA

    MOVE "Maximo de dias" TO WS-LIN-TXT-ROTULO
    MOVE WS-GRP-MAX TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA

    MOVE WS-LIN-BLANCA TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "Abiertos al cierre del periodo" TO WS-LIN-TXT-ROTULO
    MOVE WS-GRP-ABIERTOS TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "  pendientes" TO WS-LIN-TXT-ROTULO
    MOVE WS-ABI-PEND TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "  en el circuito de errores" TO WS-LIN-TXT-ROTULO
    MOVE WS-ABI-ERROR TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "  autorizados sin acuse" TO WS-LIN-TXT-ROTULO
    MOVE WS-ABI-ACUSE TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE ZEROS TO WS-PROM
    IF WS-GRP-ABIERTOS > 0
        COMPUTE WS-PROM ROUNDED = WS-GRP-EDAD / WS-GRP-ABIERTOS
    END-IF
    MOVE "  edad promedio al cierre (dias)" TO WS-LIN-PRO-ROTULO
    MOVE WS-PROM TO WS-LIN-PRO-VALOR
    MOVE WS-LIN-PROMEDIO TO REG-LIS
    PERFORM GRABAR-LINEA

    MOVE WS-LIN-BLANCA TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "Notas de credito (fuera de la medicion)"
      TO WS-LIN-TXT-ROTULO
    MOVE CON-NOTAS TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "Movimientos sin ingreso en el historico"
      TO WS-LIN-TXT-ROTULO
    MOVE CON-SIN-INGRESO TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "Movimientos ilegibles (fecha)" TO WS-LIN-TXT-ROTULO
    MOVE CON-HIST-ILEGIBLES TO WS-LIN-TXT-VALOR
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE "Particiones mensuales recorridas" TO WS-LIN-TXT-ROTULO
    MOVE CON-PART-LEIDAS TO WS-LIN-TXT-VALOR
    IF WS-INCOMPLETO = "S"
        MOVE "** FALTAN PARTICIONES DEL INDICE: REPORTE INCOMPLETO"
          TO WS-LIN-TXT-NOTA
    END-IF
    MOVE WS-LIN-TEXTO TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE SPACES TO WS-LIN-TXT-NOTA.

*>  Promedio por comprobante resuelto de una de las partes del
*>  ciclo (el total de días de esa parte viene en
*>  WS-PARTE-DIAS).
  GRABAR-PROMEDIO-PARTE.
    MOVE ZEROS TO WS-PROM
    IF WS-GRP-CANT > 0
        COMPUTE WS-PROM ROUNDED = WS-PARTE-DIAS / WS-GRP-CANT
    END-IF
    MOVE WS-PROM TO WS-LIN-PRO-VALOR
    MOVE WS-LIN-PROMEDIO TO REG-LIS
    PERFORM GRABAR-LINEA.

  GRABAR-TRAMOS.
    MOVE "2. DISTRIBUCION DE LOS RESUELTOS EN TRAMOS DE DIAS"
      TO WS-LIN-SECCION
    PERFORM GRABAR-TITULO-SECCION
    PERFORM VARYING WS-TRA-IDX FROM 1 BY 1 UNTIL WS-TRA-IDX > 7
      MOVE WS-TRA-ROTULO(WS-TRA-IDX) TO WS-LIN-TRA-ROTULO
      MOVE WS-GRP-TRAMO(WS-TRA-IDX)  TO WS-LIN-TRA-CANT
      MOVE ZEROS TO WS-PORC
      IF WS-GRP-CANT > 0
          COMPUTE WS-PORC ROUNDED =
                  WS-GRP-TRAMO(WS-TRA-IDX) * 100 / WS-GRP-CANT
      END-IF
      MOVE WS-PORC TO WS-LIN-TRA-PORC
      MOVE WS-LIN-TRAMO TO REG-LIS
      PERFORM GRABAR-LINEA
    END-PERFORM.

*> ==========================================================
*> SECCIÓN: LISTADO - POR ORIGEN, RANKING, POR TIPO Y POR
*> CUIT. Cada línea: resueltos, días promedio total y por
*> parte (pendiente, reproceso, acuse), máximo, tramos,
*> abiertos al cierre y su edad promedio; * marca un promedio
*> por encima del general.
*> ==========================================================

  GRABAR-POR-ORIGEN.
    MOVE "3. POR ARCHIVO DE ORIGEN (* = PROMEDIO POR ENCIMA DEL GENERAL)"
      TO WS-LIN-SECCION
    PERFORM GRABAR-TITULO-SECCION
    MOVE "ARCHIVO DE ORIGEN" TO WS-LIN-CAB-ROTULO
    MOVE WS-LIN-CAB-GRUPO TO REG-LIS
    PERFORM GRABAR-LINEA
    PERFORM VARYING WS-ORI-IDX FROM 1 BY 1
            UNTIL WS-ORI-IDX > WS-ORI-CANT
      MOVE WS-ORI-GRUPO(WS-ORI-IDX)  TO WS-GRP
      MOVE WS-ORI-NOMBRE(WS-ORI-IDX) TO WS-LIN-GRP-ROTULO
      PERFORM GRABAR-LINEA-GRUPO
*>    Exceso: días que el origen suma por encima de lo que
*>    hubiera tardado al promedio general.
      IF WS-GRP-CANT > 0
          COMPUTE WS-ORI-EXCESO(WS-ORI-IDX) ROUNDED =
                  WS-GRP-DIAS - WS-GRP-CANT * WS-PROM-GRAL
      END-IF
    END-PERFORM.

*>  Los que más atrasan: hasta diez orígenes con exceso
*>  positivo, de mayor a menor, con la parte del ciclo donde se
*>  les va más tiempo.
  GRABAR-RANKING-ORIGEN.
    MOVE "4. ORIGINANTES QUE MAS ATRASAN (DIAS SOBRE EL PROMEDIO GENERAL)"
      TO WS-LIN-SECCION
    PERFORM GRABAR-TITULO-SECCION
    MOVE WS-LIN-CAB-RANKING TO REG-LIS
    PERFORM GRABAR-LINEA

    MOVE ZEROS TO WS-RNK-POS
    PERFORM WITH TEST AFTER UNTIL WS-ORI-MAYOR = 0 OR WS-RNK-POS = 10
      MOVE ZEROS TO WS-ORI-MAYOR WS-RNK-MAYOR
      PERFORM VARYING WS-ORI-IDX FROM 1 BY 1
              UNTIL WS-ORI-IDX > WS-ORI-CANT
        IF WS-ORI-ELEGIDO(WS-ORI-IDX) NOT = "S"
           AND WS-ORI-EXCESO(WS-ORI-IDX) > WS-RNK-MAYOR
            MOVE WS-ORI-IDX TO WS-ORI-MAYOR
            MOVE WS-ORI-EXCESO(WS-ORI-IDX) TO WS-RNK-MAYOR
        END-IF
      END-PERFORM
      IF WS-ORI-MAYOR > 0
          MOVE "S" TO WS-ORI-ELEGIDO(WS-ORI-MAYOR)
          ADD 1 TO WS-RNK-POS
          PERFORM GRABAR-LINEA-RANKING
      END-IF
    END-PERFORM

    IF WS-RNK-POS = 0
        MOVE "  NINGUN ORIGINANTE SUPERA EL PROMEDIO GENERAL"
          TO REG-LIS
        PERFORM GRABAR-LINEA
    END-IF

    MOVE WS-GRAL TO WS-GRP.

  GRABAR-LINEA-RANKING.
    MOVE WS-ORI-GRUPO(WS-ORI-MAYOR) TO WS-GRP
    MOVE WS-RNK-POS TO WS-LIN-RNK-POS
    MOVE WS-ORI-NOMBRE(WS-ORI-MAYOR) TO WS-LIN-RNK-ORIGEN
    MOVE WS-GRP-CANT TO WS-LIN-RNK-CANT
    COMPUTE WS-PROM ROUNDED = WS-GRP-DIAS / WS-GRP-CANT
    MOVE WS-PROM TO WS-LIN-RNK-PROM
    MOVE WS-RNK-MAYOR TO WS-LIN-RNK-EXCESO
*>  Porcentaje sobre el total de días de todos los resueltos.
    MOVE ZEROS TO WS-PORC
    MOVE WS-GRAL TO WS-GRP
    IF WS-GRP-DIAS > 0
        COMPUTE WS-PORC ROUNDED = WS-RNK-MAYOR * 100 / WS-GRP-DIAS
    END-IF
    MOVE WS-PORC TO WS-LIN-RNK-PORC
    MOVE WS-ORI-GRUPO(WS-ORI-MAYOR) TO WS-GRP
    MOVE "PENDIENTES" TO WS-RNK-DONDE
    IF WS-GRP-REPRO > WS-GRP-PEND AND WS-GRP-REPRO >= WS-GRP-ACUSE
        MOVE "REPROCESOS" TO WS-RNK-DONDE
    END-IF
    IF WS-GRP-ACUSE > WS-GRP-PEND AND WS-GRP-ACUSE > WS-GRP-REPRO
        MOVE "ACUSE" TO WS-RNK-DONDE
    END-IF
    MOVE WS-RNK-DONDE TO WS-LIN-RNK-DONDE
    MOVE WS-LIN-RANKING TO REG-LIS
    PERFORM GRABAR-LINEA.

  GRABAR-POR-TIPO.
    MOVE "5. POR TIPO DE COMPROBANTE" TO WS-LIN-SECCION
    PERFORM GRABAR-TITULO-SECCION
    MOVE "TIPO" TO WS-LIN-CAB-ROTULO
    MOVE WS-LIN-CAB-GRUPO TO REG-LIS
    PERFORM GRABAR-LINEA
    PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
            UNTIL WS-TIP-IDX > WS-TIP-CANT
      MOVE WS-TIP-GRUPO(WS-TIP-IDX) TO WS-GRP
      MOVE SPACES TO WS-LIN-GRP-ROTULO
      MOVE WS-TIP-CODIGO(WS-TIP-IDX) TO WS-LIN-GRP-ROTULO(1:1)
      PERFORM GRABAR-LINEA-GRUPO
    END-PERFORM
    MOVE WS-GRAL TO WS-GRP
    MOVE "TOTAL" TO WS-LIN-GRP-ROTULO
    PERFORM GRABAR-LINEA-GRUPO.

  GRABAR-POR-CUIT.
    MOVE "6. POR CUIT (* = PROMEDIO POR ENCIMA DEL GENERAL)"
      TO WS-LIN-SECCION
    PERFORM GRABAR-TITULO-SECCION
    MOVE "CUIT" TO WS-LIN-CAB-ROTULO
    MOVE WS-LIN-CAB-GRUPO TO REG-LIS
    PERFORM GRABAR-LINEA

    SORT ORDEN-CUIT
        ON ASCENDING KEY CT-SCU
        USING CUIT-TRABAJO
        OUTPUT PROCEDURE IS LISTAR-POR-CUIT.

*>  Corte de control por CUIT sobre los comprobantes ordenados.
*>  Sólo llegan comprobantes resueltos en el período o abiertos
*>  al cierre: todo CUIT que aparece va al listado.
  LISTAR-POR-CUIT.
    MOVE SPACES TO WS-CUI-ACT
    PERFORM UNTIL FIN-SORT-CUIT = "1"
      RETURN ORDEN-CUIT
        AT END
          MOVE "1" TO FIN-SORT-CUIT
        NOT AT END
          IF CT-SCU NOT = WS-CUI-ACT OR CON-CUITS = 0
              IF CON-CUITS > 0
                  PERFORM CERRAR-CUIT
              END-IF
              MOVE CT-SCU TO WS-CUI-ACT
              MOVE ALL "0" TO WS-CUI
              ADD 1 TO CON-CUITS
          END-IF
          MOVE GR-SCU TO WS-COM
          MOVE WS-CUI TO WS-GRP
          PERFORM SUMAR-COMPROBANTE-CUIT
          MOVE WS-GRP TO WS-CUI
      END-RETURN
    END-PERFORM

    IF CON-CUITS > 0
        PERFORM CERRAR-CUIT
    END-IF.

  SUMAR-COMPROBANTE-CUIT.
    ADD WS-COM-CANT     TO WS-GRP-CANT
    ADD WS-COM-AC       TO WS-GRP-AC
    ADD WS-COM-OB       TO WS-GRP-OB
    ADD WS-COM-DEF      TO WS-GRP-DEF
    ADD WS-COM-DIAS     TO WS-GRP-DIAS
    ADD WS-COM-PEND     TO WS-GRP-PEND
    ADD WS-COM-REPRO    TO WS-GRP-REPRO
    ADD WS-COM-ACUSE    TO WS-GRP-ACUSE
    IF WS-COM-MAX > WS-GRP-MAX
        MOVE WS-COM-MAX TO WS-GRP-MAX
    END-IF
    PERFORM VARYING WS-TRA-IDX FROM 1 BY 1 UNTIL WS-TRA-IDX > 7
      ADD WS-COM-TRAMO(WS-TRA-IDX) TO WS-GRP-TRAMO(WS-TRA-IDX)
    END-PERFORM
    ADD WS-COM-ABIERTOS TO WS-GRP-ABIERTOS
    ADD WS-COM-EDAD     TO WS-GRP-EDAD.

  CERRAR-CUIT.
    MOVE WS-CUI     TO WS-GRP
    MOVE WS-CUI-ACT TO WS-LIN-GRP-ROTULO
    PERFORM GRABAR-LINEA-GRUPO.

  GRABAR-LINEA-GRUPO.
    MOVE WS-GRP-CANT TO WS-LIN-GRP-CANT
    MOVE ZEROS TO WS-PROM
    IF WS-GRP-CANT > 0
        COMPUTE WS-PROM ROUNDED = WS-GRP-DIAS / WS-GRP-CANT
    END-IF
    MOVE WS-PROM TO WS-LIN-GRP-PROM
    MOVE SPACE TO WS-LIN-GRP-MARCA
    IF WS-PROM > WS-PROM-GRAL
        MOVE "*" TO WS-LIN-GRP-MARCA
    END-IF
    MOVE ZEROS TO WS-PROM
    IF WS-GRP-CANT > 0
        COMPUTE WS-PROM ROUNDED = WS-GRP-PEND / WS-GRP-CANT
    END-IF
    MOVE WS-PROM TO WS-LIN-GRP-PEND
    IF WS-GRP-CANT > 0
        COMPUTE WS-PROM ROUNDED = WS-GRP-REPRO / WS-GRP-CANT
    END-IF
    MOVE WS-PROM TO WS-LIN-GRP-REPRO
    IF WS-GRP-CANT > 0
        COMPUTE WS-PROM ROUNDED = WS-GRP-ACUSE / WS-GRP-CANT
    END-IF
    MOVE WS-PROM TO WS-LIN-GRP-ACUSE
    MOVE WS-GRP-MAX TO WS-LIN-GRP-MAX
    PERFORM VARYING WS-TRA-IDX FROM 1 BY 1 UNTIL WS-TRA-IDX > 7
      MOVE WS-GRP-TRAMO(WS-TRA-IDX) TO WS-LIN-GRP-TRAMO(WS-TRA-IDX)
    END-PERFORM
    MOVE WS-GRP-ABIERTOS TO WS-LIN-GRP-ABIERTOS
    MOVE ZEROS TO WS-PROM
    IF WS-GRP-ABIERTOS > 0
        COMPUTE WS-PROM ROUNDED = WS-GRP-EDAD / WS-GRP-ABIERTOS
    END-IF
    MOVE WS-PROM TO WS-LIN-GRP-EDAD
    MOVE WS-LIN-GRUPO TO REG-LIS
    PERFORM GRABAR-LINEA.

  GRABAR-TITULO-SECCION.
    MOVE WS-LIN-BLANCA TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE WS-LIN-SECCION TO REG-LIS
    PERFORM GRABAR-LINEA
    MOVE WS-LIN-SEPARA TO REG-LIS
    PERFORM GRABAR-LINEA.

*> ==========================================================
*> SECCIÓN: PAGINADO DEL LISTADO (MISMO ESQUEMA QUE
*> M6_SIM_P3_TEND).
*> ==========================================================

  GRABAR-LINEA.
    IF WS-LIN-CONT >= WS-LIN-POR-PAG
        PERFORM ENCABEZAR-PAGINA
    END-IF
    WRITE REG-LIS
    ADD 1 TO WS-LIN-CONT.

  ENCABEZAR-PAGINA.
    MOVE REG-LIS TO WS-LIN-GUARDA
    ADD 1 TO WS-PAG-CONT
    MOVE WS-PERIODO-X     TO WS-LIN-TIT-PERIODO
    MOVE WS-FECHA-CORRIDA TO WS-LIN-TIT-FECHA
    MOVE WS-PAG-CONT      TO WS-LIN-TIT-HOJA
    MOVE WS-LIN-TITULO TO REG-LIS
    WRITE REG-LIS
    MOVE WS-LIN-SEPARA TO REG-LIS
    WRITE REG-LIS
    MOVE 2 TO WS-LIN-CONT
    MOVE WS-LIN-GUARDA TO REG-LIS.

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
