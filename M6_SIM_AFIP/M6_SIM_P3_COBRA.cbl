*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_COBRA
*> PURPOSE    : Conciliación de cobranzas contra el extracto bancario
*>              diario. Arma la cartera de comprobantes aceptados a cobrar
*>              desde el diario de cuenta corriente (COMP_CTACTE_MOV.txt
*>              de M6_SIM_P3_CTACTE): por comprobante, lo autorizado menos
*>              la nota de crédito (el NE-NC que quedó), menos la
*>              retención de COMP_RETEN neta de sus devoluciones y menos
*>              lo rechazado por AFIP, que es lo que el cliente paga;
*>              descuenta lo ya cobrado en corridas anteriores
*>              (COMP_COBRADOS.txt) y aparea contra eso los pagos de
*>              BANCO_EXTRACTO.txt (CUIT|FECHA|IMPORTE|REFERENCIA|). Un
*>              pago se aplica primero a los comprobantes que nombra la
*>              referencia (hasta tres, separados por coma), si no nombra
*>              ninguno a un comprobante del CUIT con saldo igual al pago,
*>              y lo que sobre a los comprobantes más viejos del CUIT: así
*>              entran los pagos parciales y los que cubren varios
*>              comprobantes. Cada aplicación se agrega a
*>              COMP_COBRADOS.txt (comprobantes cobrados, total o
*>              parcial); lo que no se puede aplicar sale en
*>              COBRANZA_NOID.txt (pagos sin comprobante identificable) y
*>              lo que queda impago, en COBRANZA_AGING.txt por CUIT y
*>              tramo de antigüedad. Cada fecha de pago se concilia una
*>              sola vez: la marca de fecha conciliada va en el mismo
*>              COMP_COBRADOS.txt que las aplicaciones, y el archivo se
*>              reemplaza de una sola vez, así una corrida cortada no
*>              deja pagos aplicados sin su fecha marcada. Corre fuera
*>              del candado de ciclo, como M6_SIM_P3_DDJJ: el extracto
*>              llega de tesorería con su propio calendario.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_COBRA.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Extracto bancario del día: una línea por pago,
*>  CUIT|FECHA|IMPORTE|REFERENCIA| con importe de 12 dígitos
*>  en la misma unidad que IE-IN y la referencia libre del
*>  banco (si trae números de comprobante 9999-99999999,
*>  separados por coma, se usan para aplicar).
    SELECT BANCO-EXT ASSIGN TO "BANCO_EXTRACTO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BCO.

*>  Diario de cuenta corriente (ver el comentario de CTA-MOV en
*>  M6_SIM_P3_CTACTE): la fuente de lo que cada comprobante
*>  aceptado le debe al originante.
    SELECT CTA-MOV ASSIGN TO "COMP_CTACTE_MOV.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-MOV.

*>  Comprobantes cobrados: una línea por aplicación de un pago
*>  a un comprobante, FECHA-CONC|FECHA-PAGO|CUIT|NC|TIPO|
*>  APLICADO|SALDO|ESTADO|REFERENCIA| (estado C cancelado, P
*>  parcial), y al final de cada corrida una marca por fecha
*>  de pago conciliada, con estado F y sólo las dos fechas (un
*>  extracto que se vuelve a pasar no aplica dos veces). Sólo
*>  crece, como COMP_HIST: es a la vez la salida para tesorería
*>  y lo que la próxima corrida descuenta. Se reescribe
*>  completo por tmp + rename: aplicaciones y marcas entran
*>  juntas o no entra ninguna.
    SELECT COBRADOS ASSIGN TO "COMP_COBRADOS.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-COB.

    SELECT COBRADOS-OUT ASSIGN TO "COMP_COBRADOS.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-COB-OUT.

*>  Cartera abierta del día, ordenada por CUIT + comprobante:
*>  archivo de trabajo entre los dos ordenamientos, se borra al
*>  terminar.
    SELECT CARTERA-TRB ASSIGN TO "COMP_COBRAR_TRB.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-TRB.

    SELECT AGING-REP ASSIGN TO "COBRANZA_AGING.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-AGI.

    SELECT NOID-REP ASSIGN TO "COBRANZA_NOID.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-NOI.

    SELECT ORDEN-CARTERA ASSIGN TO "SORTWK1".

    SELECT ORDEN-PAGOS ASSIGN TO "SORTWK2".

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.


DATA DIVISION.
  FILE SECTION.

    FD BANCO-EXT.
      01 REG-BCO.
        05 CT-BCO    PIC X(11).
        05 FILLER    PIC X.
        05 FP-BCO    PIC X(8).
        05 FILLER    PIC X.
        05 IM-BCO    PIC X(12).
        05 FILLER    PIC X.
        05 RF-BCO    PIC X(50).
        05 FILLER    PIC X.

    FD CTA-MOV.
      01 REG-MOV.
        05 FE-MOV    PIC X(8).
        05 FILLER    PIC X.
        05 LO-MOV    PIC X(6).
        05 FILLER    PIC X.
        05 CT-MOV    PIC X(11).
        05 FILLER    PIC X.
        05 TM-MOV    PIC X(2).
        05 FILLER    PIC X.
        05 NC-MOV    PIC X(13).
        05 FILLER    PIC X.
        05 TO-MOV    PIC X(1).
        05 FILLER    PIC X.
        05 IM-MOV    PIC X(9).
        05 FILLER    PIC X.
        05 SG-MOV    PIC X(1).
        05 FILLER    PIC X.

    FD COBRADOS.
      01 REG-COB.
        05 FC-COB    PIC X(8).
        05 FILLER    PIC X.
        05 FP-COB    PIC X(8).
        05 FILLER    PIC X.
        05 CT-COB    PIC X(11).
        05 FILLER    PIC X.
        05 NC-COB    PIC X(13).
        05 FILLER    PIC X.
        05 TO-COB    PIC X(1).
        05 FILLER    PIC X.
        05 IA-COB    PIC X(12).
        05 FILLER    PIC X.
        05 SR-COB    PIC X(15).
        05 FILLER    PIC X.
        05 ES-COB    PIC X(1).
        05 FILLER    PIC X.
        05 RF-COB    PIC X(50).
        05 FILLER    PIC X.

    FD CARTERA-TRB.
      01 REG-TRB.
        05 CT-TRB    PIC X(11).
        05 FILLER    PIC X.
        05 NC-TRB    PIC X(13).
        05 FILLER    PIC X.
        05 TO-TRB    PIC X(1).
        05 FILLER    PIC X.
        05 FE-TRB    PIC X(8).
        05 FILLER    PIC X.
        05 SA-TRB    PIC 9(15).
        05 FILLER    PIC X.

    FD COBRADOS-OUT.
      01 REG-COB-OUT       PIC X(129).

    FD AGING-REP.
      01 REG-AGI           PIC X(120).

    FD NOID-REP.
      01 REG-NOI           PIC X(120).

*>  Movimientos por comprobante para sumar su saldo: los del
*>  diario con su signo y lo ya cobrado (tipo CO, resta).
    SD ORDEN-CARTERA.
      01 REG-SCA.
        05 CT-SCA    PIC X(11).
        05 NC-SCA    PIC X(13).
        05 TM-SCA    PIC X(2).
        05 FE-SCA    PIC X(8).
        05 TO-SCA    PIC X(1).
        05 SG-SCA    PIC X(1).
        05 IM-SCA    PIC 9(15).

*>  Pagos válidos del extracto, en orden de CUIT, fecha y
*>  posición en el extracto.
    SD ORDEN-PAGOS.
      01 REG-SPA.
        05 CT-SPA    PIC X(11).
        05 FP-SPA    PIC X(8).
        05 SQ-SPA    PIC 9(7).
        05 IM-SPA    PIC 9(12).
        05 RF-SPA    PIC X(50).

    FD COMP-BITAC.
      01 REG-BITAC         PIC X(105).

  WORKING-STORAGE SECTION.

    77 FS-BCO        PIC XX.
    77 FS-MOV        PIC XX.
    77 FS-COB        PIC XX.
    77 FS-COB-OUT    PIC XX.
    77 FS-TRB        PIC XX.
    77 FS-AGI        PIC XX.
    77 FS-NOI        PIC XX.

    77 FIN-BCO       PIC X    VALUE "N".
    77 FIN-MOV       PIC X    VALUE "N".
    77 FIN-COB       PIC X    VALUE "N".
    77 FIN-TRB       PIC X    VALUE "N".
    77 FIN-SCA       PIC X    VALUE "N".
    77 FIN-SPA       PIC X    VALUE "N".

    77 WS-DELETE-RC  PIC 9(9) COMP-5 VALUE ZEROS.
    77 WS-RENAME-RC  PIC 9(9) COMP-5 VALUE ZEROS.

    77 CON-MOV-LEIDOS      PIC 9(9) VALUE ZEROS.
    77 CON-COB-PREVIOS     PIC 9(9) VALUE ZEROS.
    77 CON-CARTERA         PIC 9(7) VALUE ZEROS.
    77 CON-PAGOS-LEIDOS    PIC 9(7) VALUE ZEROS.
    77 CON-PAGOS-INVALIDOS PIC 9(7) VALUE ZEROS.
    77 CON-YA-CONCILIADOS  PIC 9(7) VALUE ZEROS.
    77 CON-PAGOS-APLICADOS PIC 9(7) VALUE ZEROS.
    77 CON-PAGOS-NOID      PIC 9(7) VALUE ZEROS.
    77 CON-APLICACIONES    PIC 9(7) VALUE ZEROS.
    77 CON-CANCELADOS      PIC 9(7) VALUE ZEROS.
    77 CON-PARCIALES       PIC 9(7) VALUE ZEROS.
    77 CON-CUIT-IMPAGOS    PIC 9(7) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE CONTROL DE LA CORRIDA Y DE FECHAS.
*> ----------------------------------------------------------
    01 WS-COB-CONTROL.
      05 WS-FECHA-CORRIDA     PIC X(8)  VALUE SPACES.
      05 WS-HOY-NUM           PIC 9(8)  VALUE ZEROS.
      05 WS-HOY-INT           PIC 9(8)  VALUE ZEROS.
      05 WS-FE-NUM            PIC 9(8)  VALUE ZEROS.
      05 WS-FE-INT            PIC 9(8)  VALUE ZEROS.
      05 WS-DIAS              PIC S9(5) VALUE ZEROS.
      05 WS-TRAMO             PIC 9(1)  VALUE ZEROS.
      05 WS-SECUENCIA         PIC 9(7)  VALUE ZEROS.
      05 WS-FECHA-EVAL        PIC X(8)  VALUE SPACES.
      05 WS-IMPORTE-EVAL      PIC 9(15) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE FECHAS DE PAGO YA CONCILIADAS (MARCAS F DE
*> COMP_COBRADOS) Y DE LAS QUE SE CONCILIAN EN ESTA CORRIDA. 3660 son diez
*> años de extractos diarios.
*> ----------------------------------------------------------
    01 WS-FECHAS-CTL.
      05 WS-CTL-CANT          PIC 9(4)  VALUE ZEROS.
      05 WS-CTL-FECHA         PIC X(8)  OCCURS 3660 TIMES.
      05 WS-NUE-CANT          PIC 9(4)  VALUE ZEROS.
      05 WS-NUE-FECHA         PIC X(8)  OCCURS 366 TIMES.
      05 WS-CTL-IDX           PIC 9(4)  VALUE ZEROS.
      05 WS-CTL-HALLADA       PIC X     VALUE "N".

*> ----------------------------------------------------------
*> ÁREA DE SUMA DEL SALDO DE UN COMPROBANTE (CORTE DE CONTROL
*> DEL PRIMER ORDENAMIENTO). El saldo lleva signo: una nota
*> de crédito o un rechazo pueden dejarlo en cero o por debajo
*> y entonces no queda nada para cobrar.
*> ----------------------------------------------------------
    01 WS-AGREGADO.
      05 WS-AGR-HAY           PIC X     VALUE "N".
      05 WS-AGR-CT            PIC X(11) VALUE SPACES.
      05 WS-AGR-NC            PIC X(13) VALUE SPACES.
      05 WS-AGR-TO            PIC X(1)  VALUE SPACES.
      05 WS-AGR-FE            PIC X(8)  VALUE SPACES.
      05 WS-AGR-SALDO         PIC S9(15) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE LA CARTERA DEL CUIT EN CURSO (APAREO). Se carga de
*> a un CUIT desde el archivo de trabajo ordenado; 20000
*> comprobantes abiertos por CUIT sobran para cualquier
*> originante real.
*> ----------------------------------------------------------
    01 WS-CARTERA-CUIT.
      05 WS-CAR-CT            PIC X(11) VALUE SPACES.
      05 WS-CAR-CANT          PIC 9(5)  VALUE ZEROS.
      05 WS-CAR-MAX           PIC 9(5)  VALUE 20000.
      05 WS-CAR-IDX           PIC 9(5)  VALUE ZEROS.
      05 WS-CAR-SEL           PIC 9(5)  VALUE ZEROS.
      05 WS-CAR-ITEM OCCURS 20000 TIMES.
        10 WS-CAR-NC            PIC X(13).
        10 WS-CAR-TO            PIC X(1).
        10 WS-CAR-FE            PIC X(8).
        10 WS-CAR-SALDO         PIC 9(15).

    01 WS-APAREO.
      05 WS-ITM-CT            PIC X(11) VALUE SPACES.
      05 WS-PAG-CT            PIC X(11) VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DE APLICACIÓN DE UN PAGO.
*> ----------------------------------------------------------
    01 WS-PAGO.
      05 WS-PAG-RESTO         PIC 9(12) VALUE ZEROS.
      05 WS-PAG-APLICADO      PIC 9(12) VALUE ZEROS.
      05 WS-PAG-REF-HALLADA   PIC X     VALUE "N".
      05 WS-PAG-MOTIVO        PIC X(16) VALUE SPACES.
      05 WS-APL-IMPORTE       PIC 9(12) VALUE ZEROS.
      05 WS-REF-CANT          PIC 9(2)  VALUE ZEROS.
      05 WS-REF-IDX           PIC 9(2)  VALUE ZEROS.
      05 WS-REF-TXT           PIC X(20) OCCURS 3 TIMES.
      05 WS-REF-NC            PIC X(13) VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DE SALDOS IMPAGOS POR TRAMO DE ANTIGÜEDAD (0-30,
*> 31-60, 61-90 Y MÁS DE 90 DÍAS DESDE LA AUTORIZACIÓN), DEL
*> CUIT EN CURSO Y DEL TOTAL.
*> ----------------------------------------------------------
    01 WS-AGING.
      05 WS-AGI-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-AGI-SALDO         PIC 9(15) VALUE ZEROS.
      05 WS-AGI-TRAMO         PIC 9(15) OCCURS 4 TIMES.
      05 WS-TOT-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-TOT-SALDO         PIC 9(15) VALUE ZEROS.
      05 WS-TOT-TRAMO         PIC 9(15) OCCURS 4 TIMES.

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
*> ÁREA DE ARMADO DE REGISTROS Y LÍNEAS DE SALIDA.
*> ----------------------------------------------------------
    01 WS-REG-COB.
      05 FC-COB-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 FP-COB-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 CT-COB-WS   PIC X(11).
      05 FILLER      PIC X    VALUE "|".
      05 NC-COB-WS   PIC X(13).
      05 FILLER      PIC X    VALUE "|".
      05 TO-COB-WS   PIC X(1).
      05 FILLER      PIC X    VALUE "|".
      05 IA-COB-WS   PIC 9(12).
      05 FILLER      PIC X    VALUE "|".
      05 SR-COB-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 ES-COB-WS   PIC X(1).
      05 FILLER      PIC X    VALUE "|".
      05 RF-COB-WS   PIC X(50).
      05 FILLER      PIC X    VALUE "|".

    01 WS-REG-TRB.
      05 CT-TRB-WS   PIC X(11).
      05 FILLER      PIC X    VALUE "|".
      05 NC-TRB-WS   PIC X(13).
      05 FILLER      PIC X    VALUE "|".
      05 TO-TRB-WS   PIC X(1).
      05 FILLER      PIC X    VALUE "|".
      05 FE-TRB-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 SA-TRB-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".

    01 WS-REG-MARCA.
      05 FC-MAR-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 FP-MAR-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 FILLER      PIC X(11) VALUE SPACES.
      05 FILLER      PIC X    VALUE "|".
      05 FILLER      PIC X(13) VALUE SPACES.
      05 FILLER      PIC X    VALUE "|".
      05 FILLER      PIC X(1)  VALUE SPACES.
      05 FILLER      PIC X    VALUE "|".
      05 FILLER      PIC X(12) VALUE SPACES.
      05 FILLER      PIC X    VALUE "|".
      05 FILLER      PIC X(15) VALUE SPACES.
      05 FILLER      PIC X    VALUE "|".
      05 ES-MAR-WS   PIC X(1)  VALUE "F".
      05 FILLER      PIC X    VALUE "|".
      05 FILLER      PIC X(50) VALUE SPACES.
      05 FILLER      PIC X    VALUE "|".

    01 WS-LIN-SEPARA          PIC X(120) VALUE ALL "-".

    01 WS-LIN-TIT-AGING.
      05 FILLER               PIC X(49)
         VALUE "AGING DE COMPROBANTES IMPAGOS POR CUIT - CORRIDA ".
      05 WS-LIN-TIA-FECHA     PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(63) VALUE SPACES.

    01 WS-LIN-CAB-AGING.
      05 FILLER               PIC X(13) VALUE "CUIT".
      05 FILLER               PIC X(7)  VALUE "   CANT".
      05 FILLER               PIC X(17) VALUE "      SALDO TOTAL".
      05 FILLER               PIC X(17) VALUE "        0-30 DIAS".
      05 FILLER               PIC X(17) VALUE "       31-60 DIAS".
      05 FILLER               PIC X(17) VALUE "       61-90 DIAS".
      05 FILLER               PIC X(17) VALUE "   MAS DE 90 DIAS".
      05 FILLER               PIC X(15) VALUE SPACES.

    01 WS-LIN-DET-AGING.
      05 WS-LIN-AGI-CT        PIC X(11) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-AGI-CANT      PIC Z(6)9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-AGI-SALDO     PIC Z(14)9.
      05 WS-LIN-AGI-TRAMOS OCCURS 4 TIMES.
        10 FILLER             PIC X(2).
        10 WS-LIN-AGI-TRAMO   PIC Z(14)9.
      05 FILLER               PIC X(15) VALUE SPACES.

    01 WS-LIN-TIT-NOID.
      05 FILLER               PIC X(46)
         VALUE "PAGOS SIN COMPROBANTE IDENTIFICABLE - CORRIDA ".
      05 WS-LIN-TIN-FECHA     PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(66) VALUE SPACES.

    01 WS-LIN-CAB-NOID.
      05 FILLER               PIC X(10) VALUE "FECHA".
      05 FILLER               PIC X(13) VALUE "CUIT".
      05 FILLER               PIC X(14) VALUE "IMPORTE PAGO".
      05 FILLER               PIC X(16) VALUE " NO APLICADO".
      05 FILLER               PIC X(18) VALUE "MOTIVO".
      05 FILLER               PIC X(49) VALUE "REFERENCIA".

    01 WS-LIN-DET-NOID.
      05 WS-LIN-NOI-FP        PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-NOI-CT        PIC X(11) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-NOI-IMP       PIC Z(11)9.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-NOI-RESTO     PIC Z(11)9.
      05 FILLER               PIC X(4)  VALUE SPACES.
      05 WS-LIN-NOI-MOTIVO    PIC X(16) VALUE SPACES.
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-NOI-REF       PIC X(49) VALUE SPACES.

    01 WS-LIN-RESUMEN.
      05 WS-LIN-RES-TEXTO     PIC X(40) VALUE SPACES.
      05 WS-LIN-RES-CANT      PIC Z(6)9.
      05 FILLER               PIC X(73) VALUE SPACES.

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
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_COBRA".
      05 FILLER      PIC X    VALUE "|".
      05 FA-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-BIT      PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-BIT      PIC X(60).
      05 FILLER      PIC X    VALUE "|".


PROCEDURE DIVISION.

*> ==========================================================
*> SECCIÓN: INICIO Y FECHAS YA CONCILIADAS.
*> ==========================================================

  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA
  MOVE WS-FECHA-CORRIDA TO WS-HOY-NUM
  COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY-NUM)

  MOVE ZEROS TO WS-TOT-TRAMO(1) WS-TOT-TRAMO(2)
                WS-TOT-TRAMO(3) WS-TOT-TRAMO(4)

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  PERFORM GRABAR-BITACORA

  PERFORM CARGAR-FECHAS-CONCILIADAS

*> ==========================================================
*> SECCIÓN: CARTERA A COBRAR. Diario de cuenta corriente más
*> lo ya cobrado, ordenado por CUIT + comprobante; por
*> comprobante queda su saldo y, si es positivo, pasa al
*> archivo de trabajo.
*> ==========================================================

  SORT ORDEN-CARTERA
      ON ASCENDING KEY CT-SCA
      ON ASCENDING KEY NC-SCA
      INPUT PROCEDURE IS SELECCIONAR-MOVIMIENTOS
      OUTPUT PROCEDURE IS GRABAR-CARTERA

*> ==========================================================
*> SECCIÓN: APAREO DE LOS PAGOS DEL EXTRACTO CONTRA LA
*> CARTERA. Las salidas se abren antes: los pagos inválidos
*> se listan ya desde la lectura del extracto.
*> ==========================================================

  PERFORM ABRIR-SALIDAS

  SORT ORDEN-PAGOS
      ON ASCENDING KEY CT-SPA
      ON ASCENDING KEY FP-SPA
      ON ASCENDING KEY SQ-SPA
      INPUT PROCEDURE IS SELECCIONAR-PAGOS
      OUTPUT PROCEDURE IS CONCILIAR-PAGOS

  PERFORM CERRAR-SALIDAS

*>  Las marcas de las fechas conciliadas cierran el tmp de
*>  COMP_COBRADOS y recién ahí se reemplaza el archivo.
  PERFORM GRABAR-FECHAS-CONCILIADAS

  CALL "CBL_DELETE_FILE" USING "COMP_COBRAR_TRB.txt"
    RETURNING WS-DELETE-RC

  DISPLAY "Movimientos de cta. cte.:   " CON-MOV-LEIDOS
  DISPLAY "Cobros anteriores:          " CON-COB-PREVIOS
  DISPLAY "Comprobantes a cobrar:      " CON-CARTERA
  DISPLAY "Pagos leidos:               " CON-PAGOS-LEIDOS
  DISPLAY "Pagos invalidos:            " CON-PAGOS-INVALIDOS
  DISPLAY "Pagos ya conciliados:       " CON-YA-CONCILIADOS
  DISPLAY "Pagos aplicados:            " CON-PAGOS-APLICADOS
  DISPLAY "Pagos sin identificar:      " CON-PAGOS-NOID
  DISPLAY "Aplicaciones:               " CON-APLICACIONES
  DISPLAY "Comprobantes cancelados:    " CON-CANCELADOS
  DISPLAY "Comprobantes con parcial:   " CON-PARCIALES
  DISPLAY "CUITs con impagos:          " CON-CUIT-IMPAGOS
  DISPLAY "---------FIN DE CONCILIACION DE COBRANZAS---------"

  MOVE "FIN" TO FA-BIT
*>  Un pago sin identificar o un extracto repetido no frenan
*>  la conciliación del resto, pero tesorería tiene que
*>  mirarlos: RC 04.
  IF CON-PAGOS-NOID > 0 OR CON-YA-CONCILIADOS > 0
      MOVE 4 TO RETURN-CODE
      MOVE "04" TO RC-BIT
  ELSE
      MOVE "00" TO RC-BIT
  END-IF
  MOVE SPACES TO DE-BIT
  STRING "PAGOS " CON-PAGOS-LEIDOS " APLIC " CON-PAGOS-APLICADOS
         " NOID " CON-PAGOS-NOID " REPET " CON-YA-CONCILIADOS
         DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: SELECCIÓN DE MOVIMIENTOS POR COMPROBANTE (INPUT
*> PROCEDURE DEL PRIMER ORDENAMIENTO). Los DF del diario son
*> informativos (signo en blanco) y no entran.
*> ==========================================================

  SELECCIONAR-MOVIMIENTOS.
    OPEN INPUT CTA-MOV
    IF FS-MOV NOT = "00"
        DISPLAY "Aviso: sin diario de cuenta corriente "
                "(COMP_CTACTE_MOV.txt), FILE STATUS: " FS-MOV
                "; no hay cartera a cobrar."
    ELSE
        PERFORM UNTIL FIN-MOV = "1"
          READ CTA-MOV
            AT END
              MOVE "1" TO FIN-MOV
            NOT AT END
              ADD 1 TO CON-MOV-LEIDOS
              IF (SG-MOV = "+" OR SG-MOV = "-")
                 AND IM-MOV IS NUMERIC
                  MOVE CT-MOV TO CT-SCA
                  MOVE NC-MOV TO NC-SCA
                  MOVE TM-MOV TO TM-SCA
                  MOVE FE-MOV TO FE-SCA
                  MOVE TO-MOV TO TO-SCA
                  MOVE SG-MOV TO SG-SCA
                  MOVE IM-MOV TO IM-SCA
                  RELEASE REG-SCA
              END-IF
          END-READ
        END-PERFORM
        CLOSE CTA-MOV
    END-IF

    MOVE "N" TO FIN-COB
    OPEN INPUT COBRADOS
    IF FS-COB = "00"
        PERFORM UNTIL FIN-COB = "1"
          READ COBRADOS
            AT END
              MOVE "1" TO FIN-COB
            NOT AT END
              IF ES-COB NOT = "F" AND IA-COB IS NUMERIC
                  ADD 1 TO CON-COB-PREVIOS
                  MOVE CT-COB TO CT-SCA
                  MOVE NC-COB TO NC-SCA
                  MOVE "CO"   TO TM-SCA
                  MOVE FP-COB TO FE-SCA
                  MOVE TO-COB TO TO-SCA
                  MOVE "-"    TO SG-SCA
                  MOVE IA-COB TO IM-SCA
                  RELEASE REG-SCA
              END-IF
          END-READ
        END-PERFORM
        CLOSE COBRADOS
    END-IF.

*> ==========================================================
*> SECCIÓN: SALDO POR COMPROBANTE (OUTPUT PROCEDURE DEL
*> PRIMER ORDENAMIENTO). La antigüedad se cuenta desde la
*> autorización (el AU más viejo del comprobante: uno que
*> AFIP rechazó y volvió a entrar conserva la primera).
*> ==========================================================

  GRABAR-CARTERA.
    OPEN OUTPUT CARTERA-TRB
    IF FS-TRB NOT = "00"
        DISPLAY "Error al crear COMP_COBRAR_TRB.txt, FILE STATUS: "
                FS-TRB
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL FIN-SCA = "1"
      RETURN ORDEN-CARTERA
        AT END
          MOVE "1" TO FIN-SCA
        NOT AT END
          PERFORM SUMAR-MOVIMIENTO
      END-RETURN
    END-PERFORM

    IF WS-AGR-HAY = "S"
        PERFORM CERRAR-COMPROBANTE
    END-IF
    CLOSE CARTERA-TRB.

  SUMAR-MOVIMIENTO.
    IF WS-AGR-HAY = "S"
       AND (CT-SCA NOT = WS-AGR-CT OR NC-SCA NOT = WS-AGR-NC)
        PERFORM CERRAR-COMPROBANTE
    END-IF
    IF WS-AGR-HAY NOT = "S"
        MOVE "S"    TO WS-AGR-HAY
        MOVE CT-SCA TO WS-AGR-CT
        MOVE NC-SCA TO WS-AGR-NC
        MOVE TO-SCA TO WS-AGR-TO
        MOVE SPACES TO WS-AGR-FE
        MOVE ZEROS  TO WS-AGR-SALDO
    END-IF

    IF TM-SCA = "AU"
       AND (WS-AGR-FE = SPACES OR FE-SCA < WS-AGR-FE)
        MOVE FE-SCA TO WS-AGR-FE
    END-IF
    IF SG-SCA = "+"
        ADD IM-SCA TO WS-AGR-SALDO
    ELSE
        SUBTRACT IM-SCA FROM WS-AGR-SALDO
    END-IF.

  CERRAR-COMPROBANTE.
    MOVE "N" TO WS-AGR-HAY
    IF WS-AGR-SALDO <= 0 OR WS-AGR-FE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-AGR-CT    TO CT-TRB-WS
    MOVE WS-AGR-NC    TO NC-TRB-WS
    MOVE WS-AGR-TO    TO TO-TRB-WS
    MOVE WS-AGR-FE    TO FE-TRB-WS
    MOVE WS-AGR-SALDO TO SA-TRB-WS
    MOVE WS-REG-TRB TO REG-TRB
    WRITE REG-TRB
    ADD 1 TO CON-CARTERA.

*> ==========================================================
*> SECCIÓN: LECTURA Y VALIDACIÓN DEL EXTRACTO (INPUT
*> PROCEDURE DEL SEGUNDO ORDENAMIENTO). Un registro ilegible
*> se lista como no identificado; uno de una fecha ya
*> conciliada se saltea.
*> ==========================================================

  SELECCIONAR-PAGOS.
    OPEN INPUT BANCO-EXT
    IF FS-BCO NOT = "00"
        DISPLAY "Error al abrir BANCO_EXTRACTO.txt, FILE STATUS: "
                FS-BCO
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL FIN-BCO = "1"
      READ BANCO-EXT
        AT END
          MOVE "1" TO FIN-BCO
        NOT AT END
          ADD 1 TO CON-PAGOS-LEIDOS
          ADD 1 TO WS-SECUENCIA
          PERFORM VALIDAR-PAGO
      END-READ
    END-PERFORM
    CLOSE BANCO-EXT.

  VALIDAR-PAGO.
    MOVE FP-BCO TO WS-FECHA-EVAL
    PERFORM VALIDAR-FECHA
    IF NOT CT-BCO IS NUMERIC
       OR NOT IM-BCO IS NUMERIC
       OR WS-FECHA-VALIDA NOT = "S"
       OR IM-BCO = ZEROS
        ADD 1 TO CON-PAGOS-INVALIDOS
        MOVE "REG-INVALIDO" TO WS-PAG-MOTIVO
        MOVE ZEROS TO WS-LIN-NOI-IMP WS-LIN-NOI-RESTO
        IF IM-BCO IS NUMERIC
            MOVE IM-BCO TO WS-LIN-NOI-IMP WS-LIN-NOI-RESTO
        END-IF
        MOVE FP-BCO TO WS-LIN-NOI-FP
        MOVE CT-BCO TO WS-LIN-NOI-CT
        MOVE RF-BCO TO WS-LIN-NOI-REF
        PERFORM GRABAR-NOID
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-CTL-HALLADA
    PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
            UNTIL WS-CTL-IDX > WS-CTL-CANT
               OR WS-CTL-HALLADA = "S"
      IF WS-CTL-FECHA(WS-CTL-IDX) = FP-BCO
          MOVE "S" TO WS-CTL-HALLADA
      END-IF
    END-PERFORM
    IF WS-CTL-HALLADA = "S"
        ADD 1 TO CON-YA-CONCILIADOS
        EXIT PARAGRAPH
    END-IF

    PERFORM ANOTAR-FECHA-NUEVA

    MOVE CT-BCO       TO CT-SPA
    MOVE FP-BCO       TO FP-SPA
    MOVE WS-SECUENCIA TO SQ-SPA
    MOVE IM-BCO       TO IM-SPA
    MOVE RF-BCO       TO RF-SPA
    RELEASE REG-SPA.

  ANOTAR-FECHA-NUEVA.
    MOVE "N" TO WS-CTL-HALLADA
    PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
            UNTIL WS-CTL-IDX > WS-NUE-CANT
               OR WS-CTL-HALLADA = "S"
      IF WS-NUE-FECHA(WS-CTL-IDX) = FP-BCO
          MOVE "S" TO WS-CTL-HALLADA
      END-IF
    END-PERFORM
    IF WS-CTL-HALLADA = "N"
        IF WS-NUE-CANT >= 366
            DISPLAY "Error: el extracto trae mas de 366 fechas de "
                    "pago distintas; se aborta."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-NUE-CANT
        MOVE FP-BCO TO WS-NUE-FECHA(WS-NUE-CANT)
    END-IF.

*> ==========================================================
*> SECCIÓN: APAREO POR CUIT (OUTPUT PROCEDURE DEL SEGUNDO
*> ORDENAMIENTO). Cartera y pagos vienen ordenados por CUIT:
*> se toma el menor de los dos, se carga la cartera de ese
*> CUIT, se le aplican sus pagos y se graba su aging. Un CUIT
*> con pagos y sin cartera deja todos sus pagos como no
*> identificados; uno con cartera y sin pagos sólo suma al
*> aging.
*> ==========================================================

  CONCILIAR-PAGOS.
    OPEN INPUT CARTERA-TRB
    IF FS-TRB NOT = "00"
        DISPLAY "Error al reabrir COMP_COBRAR_TRB.txt, FILE STATUS: "
                FS-TRB
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LEER-CARTERA
    PERFORM LEER-PAGO

    PERFORM UNTIL WS-ITM-CT = HIGH-VALUES
              AND WS-PAG-CT = HIGH-VALUES
      PERFORM CONCILIAR-CUIT
    END-PERFORM

    CLOSE CARTERA-TRB.

  LEER-CARTERA.
    READ CARTERA-TRB
      AT END
        MOVE "1" TO FIN-TRB
        MOVE HIGH-VALUES TO WS-ITM-CT
      NOT AT END
        MOVE CT-TRB TO WS-ITM-CT
    END-READ.

  LEER-PAGO.
    RETURN ORDEN-PAGOS
      AT END
        MOVE "1" TO FIN-SPA
        MOVE HIGH-VALUES TO WS-PAG-CT
      NOT AT END
        MOVE CT-SPA TO WS-PAG-CT
    END-RETURN.

  CONCILIAR-CUIT.
    IF WS-ITM-CT < WS-PAG-CT
        MOVE WS-ITM-CT TO WS-CAR-CT
    ELSE
        MOVE WS-PAG-CT TO WS-CAR-CT
    END-IF

    MOVE ZEROS TO WS-CAR-CANT
    PERFORM UNTIL WS-ITM-CT NOT = WS-CAR-CT
      IF WS-CAR-CANT >= WS-CAR-MAX
          DISPLAY "Error: el CUIT " WS-CAR-CT " tiene mas de "
                  WS-CAR-MAX " comprobantes abiertos; se aborta."
          MOVE 8 TO RETURN-CODE
          STOP RUN
      END-IF
      ADD 1 TO WS-CAR-CANT
      MOVE NC-TRB TO WS-CAR-NC(WS-CAR-CANT)
      MOVE TO-TRB TO WS-CAR-TO(WS-CAR-CANT)
      MOVE FE-TRB TO WS-CAR-FE(WS-CAR-CANT)
      MOVE SA-TRB TO WS-CAR-SALDO(WS-CAR-CANT)
      PERFORM LEER-CARTERA
    END-PERFORM

    PERFORM UNTIL WS-PAG-CT NOT = WS-CAR-CT
      PERFORM APLICAR-PAGO
      PERFORM LEER-PAGO
    END-PERFORM

    IF WS-CAR-CANT > 0
        PERFORM GRABAR-AGING-CUIT
    END-IF.

*> ==========================================================
*> SECCIÓN: APLICACIÓN DE UN PAGO A LA CARTERA DE SU CUIT.
*> Orden: los comprobantes que nombra la referencia; si no
*> nombra ninguno de la cartera, uno con saldo exactamente
*> igual al pago; el resto, a los más viejos primero. Lo que
*> sobra sale como no identificado.
*> ==========================================================

  APLICAR-PAGO.
    MOVE IM-SPA TO WS-PAG-RESTO
    MOVE ZEROS  TO WS-PAG-APLICADO
    MOVE "N"    TO WS-PAG-REF-HALLADA

    IF RF-SPA NOT = SPACES
        PERFORM APLICAR-REFERENCIAS
    END-IF
    IF WS-PAG-RESTO > 0 AND WS-PAG-REF-HALLADA = "N"
        PERFORM APLICAR-IMPORTE-EXACTO
    END-IF
    IF WS-PAG-RESTO > 0
        PERFORM APLICAR-MAS-ANTIGUO WITH TEST AFTER
          UNTIL WS-PAG-RESTO = 0 OR WS-CAR-SEL = 0
    END-IF

    IF WS-PAG-APLICADO > 0
        ADD 1 TO CON-PAGOS-APLICADOS
    END-IF
    IF WS-PAG-RESTO > 0
        IF WS-PAG-APLICADO > 0
            MOVE "EXCEDENTE" TO WS-PAG-MOTIVO
        ELSE
            MOVE "CUIT-SIN-DEUDA" TO WS-PAG-MOTIVO
        END-IF
        MOVE FP-SPA       TO WS-LIN-NOI-FP
        MOVE CT-SPA       TO WS-LIN-NOI-CT
        MOVE IM-SPA       TO WS-LIN-NOI-IMP
        MOVE WS-PAG-RESTO TO WS-LIN-NOI-RESTO
        MOVE RF-SPA       TO WS-LIN-NOI-REF
        PERFORM GRABAR-NOID
    END-IF.

  APLICAR-REFERENCIAS.
    MOVE ZEROS TO WS-REF-CANT
    MOVE SPACES TO WS-REF-TXT(1) WS-REF-TXT(2) WS-REF-TXT(3)
    UNSTRING RF-SPA DELIMITED BY ","
        INTO WS-REF-TXT(1) WS-REF-TXT(2) WS-REF-TXT(3)
        TALLYING IN WS-REF-CANT

    PERFORM VARYING WS-REF-IDX FROM 1 BY 1
            UNTIL WS-REF-IDX > WS-REF-CANT
               OR WS-PAG-RESTO = 0
      MOVE FUNCTION TRIM(WS-REF-TXT(WS-REF-IDX)) TO WS-REF-NC
      PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
              UNTIL WS-CAR-IDX > WS-CAR-CANT
        IF WS-CAR-NC(WS-CAR-IDX) = WS-REF-NC
            MOVE "S" TO WS-PAG-REF-HALLADA
            IF WS-CAR-SALDO(WS-CAR-IDX) > 0
               AND WS-PAG-RESTO > 0
                MOVE WS-CAR-IDX TO WS-CAR-SEL
                PERFORM APLICAR-A-COMPROBANTE
            END-IF
        END-IF
      END-PERFORM
    END-PERFORM.

  APLICAR-IMPORTE-EXACTO.
    MOVE ZEROS TO WS-CAR-SEL
    PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
            UNTIL WS-CAR-IDX > WS-CAR-CANT
      IF WS-CAR-SALDO(WS-CAR-IDX) = WS-PAG-RESTO
          IF WS-CAR-SEL = 0
              MOVE WS-CAR-IDX TO WS-CAR-SEL
          ELSE
              IF WS-CAR-FE(WS-CAR-IDX) < WS-CAR-FE(WS-CAR-SEL)
                  MOVE WS-CAR-IDX TO WS-CAR-SEL
              END-IF
          END-IF
      END-IF
    END-PERFORM
    IF WS-CAR-SEL > 0
        PERFORM APLICAR-A-COMPROBANTE
    END-IF.

  APLICAR-MAS-ANTIGUO.
*>  Deja en WS-CAR-SEL el comprobante con saldo más viejo (a
*>  igual fecha, el de menor número) y le aplica; sin ninguno
*>  con saldo, WS-CAR-SEL queda en cero y el ciclo termina.
    MOVE ZEROS TO WS-CAR-SEL
    PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
            UNTIL WS-CAR-IDX > WS-CAR-CANT
      IF WS-CAR-SALDO(WS-CAR-IDX) > 0
          IF WS-CAR-SEL = 0
              MOVE WS-CAR-IDX TO WS-CAR-SEL
          ELSE
              IF WS-CAR-FE(WS-CAR-IDX) < WS-CAR-FE(WS-CAR-SEL)
                 OR (WS-CAR-FE(WS-CAR-IDX) = WS-CAR-FE(WS-CAR-SEL)
                     AND WS-CAR-NC(WS-CAR-IDX) < WS-CAR-NC(WS-CAR-SEL))
                  MOVE WS-CAR-IDX TO WS-CAR-SEL
              END-IF
          END-IF
      END-IF
    END-PERFORM
    IF WS-CAR-SEL > 0
        PERFORM APLICAR-A-COMPROBANTE
    END-IF.

  APLICAR-A-COMPROBANTE.
    IF WS-PAG-RESTO < WS-CAR-SALDO(WS-CAR-SEL)
        MOVE WS-PAG-RESTO TO WS-APL-IMPORTE
    ELSE
        MOVE WS-CAR-SALDO(WS-CAR-SEL) TO WS-APL-IMPORTE
    END-IF
    SUBTRACT WS-APL-IMPORTE FROM WS-CAR-SALDO(WS-CAR-SEL)
    SUBTRACT WS-APL-IMPORTE FROM WS-PAG-RESTO
    ADD WS-APL-IMPORTE TO WS-PAG-APLICADO

    MOVE WS-FECHA-CORRIDA         TO FC-COB-WS
    MOVE FP-SPA                   TO FP-COB-WS
    MOVE WS-CAR-CT                TO CT-COB-WS
    MOVE WS-CAR-NC(WS-CAR-SEL)    TO NC-COB-WS
    MOVE WS-CAR-TO(WS-CAR-SEL)    TO TO-COB-WS
    MOVE WS-APL-IMPORTE           TO IA-COB-WS
    MOVE WS-CAR-SALDO(WS-CAR-SEL) TO SR-COB-WS
    MOVE RF-SPA                   TO RF-COB-WS
    IF WS-CAR-SALDO(WS-CAR-SEL) = 0
        MOVE "C" TO ES-COB-WS
        ADD 1 TO CON-CANCELADOS
    ELSE
        MOVE "P" TO ES-COB-WS
        ADD 1 TO CON-PARCIALES
    END-IF
    MOVE WS-REG-COB TO REG-COB-OUT
    WRITE REG-COB-OUT
    ADD 1 TO CON-APLICACIONES.

*> ==========================================================
*> SECCIÓN: AGING DE IMPAGOS DEL CUIT EN CURSO, YA DESCONTADOS
*> LOS PAGOS DE LA CORRIDA.
*> ==========================================================

  GRABAR-AGING-CUIT.
    MOVE ZEROS TO WS-AGI-CANT WS-AGI-SALDO
                  WS-AGI-TRAMO(1) WS-AGI-TRAMO(2)
                  WS-AGI-TRAMO(3) WS-AGI-TRAMO(4)

    PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
            UNTIL WS-CAR-IDX > WS-CAR-CANT
      IF WS-CAR-SALDO(WS-CAR-IDX) > 0
          PERFORM CLASIFICAR-IMPAGO
          ADD 1 TO WS-AGI-CANT
          ADD WS-CAR-SALDO(WS-CAR-IDX) TO WS-AGI-SALDO
          ADD WS-CAR-SALDO(WS-CAR-IDX) TO WS-AGI-TRAMO(WS-TRAMO)
      END-IF
    END-PERFORM

    IF WS-AGI-CANT = 0
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO CON-CUIT-IMPAGOS
    ADD WS-AGI-CANT  TO WS-TOT-CANT
    ADD WS-AGI-SALDO TO WS-TOT-SALDO
    PERFORM VARYING WS-TRAMO FROM 1 BY 1 UNTIL WS-TRAMO > 4
      ADD WS-AGI-TRAMO(WS-TRAMO) TO WS-TOT-TRAMO(WS-TRAMO)
    END-PERFORM

    MOVE WS-CAR-CT    TO WS-LIN-AGI-CT
    MOVE WS-AGI-CANT  TO WS-LIN-AGI-CANT
    MOVE WS-AGI-SALDO TO WS-LIN-AGI-SALDO
    PERFORM VARYING WS-TRAMO FROM 1 BY 1 UNTIL WS-TRAMO > 4
      MOVE SPACES TO WS-LIN-AGI-TRAMOS(WS-TRAMO)
      MOVE WS-AGI-TRAMO(WS-TRAMO) TO WS-LIN-AGI-TRAMO(WS-TRAMO)
    END-PERFORM
    MOVE WS-LIN-DET-AGING TO REG-AGI
    WRITE REG-AGI.

  CLASIFICAR-IMPAGO.
    MOVE WS-CAR-FE(WS-CAR-IDX) TO WS-FECHA-EVAL
    PERFORM VALIDAR-FECHA
    IF WS-FECHA-VALIDA = "S"
        MOVE WS-CAR-FE(WS-CAR-IDX) TO WS-FE-NUM
        COMPUTE WS-FE-INT = FUNCTION INTEGER-OF-DATE(WS-FE-NUM)
        COMPUTE WS-DIAS = WS-HOY-INT - WS-FE-INT
    ELSE
        MOVE 99999 TO WS-DIAS
    END-IF

    EVALUATE TRUE
      WHEN WS-DIAS <= 30
        MOVE 1 TO WS-TRAMO
      WHEN WS-DIAS <= 60
        MOVE 2 TO WS-TRAMO
      WHEN WS-DIAS <= 90
        MOVE 3 TO WS-TRAMO
      WHEN OTHER
        MOVE 4 TO WS-TRAMO
    END-EVALUATE.

  VALIDAR-FECHA.
    MOVE "N" TO WS-FECHA-VALIDA
    IF WS-FECHA-EVAL IS NUMERIC
        MOVE WS-FECHA-EVAL(1:4) TO WS-FA-ANIO
        MOVE WS-FECHA-EVAL(5:2) TO WS-FA-MES
        MOVE WS-FECHA-EVAL(7:2) TO WS-FA-DIA

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
*> SECCIÓN: APERTURA Y CIERRE DE LAS SALIDAS. COMP_COBRADOS
*> se arma en su tmp con lo que ya tenía (si existe) más lo de
*> esta corrida; los dos listados se pisan en cada corrida.
*> ==========================================================

  ABRIR-SALIDAS.
    OPEN OUTPUT COBRADOS-OUT
    IF FS-COB-OUT NOT = "00"
        DISPLAY "Error al crear COMP_COBRADOS.txt.tmp, FILE STATUS: "
                FS-COB-OUT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO FIN-COB
    OPEN INPUT COBRADOS
    IF FS-COB = "00"
        PERFORM UNTIL FIN-COB = "1"
          READ COBRADOS
            AT END
              MOVE "1" TO FIN-COB
            NOT AT END
              MOVE REG-COB TO REG-COB-OUT
              WRITE REG-COB-OUT
          END-READ
        END-PERFORM
        CLOSE COBRADOS
    END-IF

    OPEN OUTPUT AGING-REP
    IF FS-AGI NOT = "00"
        DISPLAY "Error al crear COBRANZA_AGING.txt, FILE STATUS: "
                FS-AGI
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT NOID-REP
    IF FS-NOI NOT = "00"
        DISPLAY "Error al crear COBRANZA_NOID.txt, FILE STATUS: "
                FS-NOI
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-FECHA-CORRIDA TO WS-LIN-TIA-FECHA
    MOVE WS-LIN-TIT-AGING TO REG-AGI
    WRITE REG-AGI
    MOVE WS-LIN-SEPARA TO REG-AGI
    WRITE REG-AGI
    MOVE WS-LIN-CAB-AGING TO REG-AGI
    WRITE REG-AGI
    MOVE WS-LIN-SEPARA TO REG-AGI
    WRITE REG-AGI

    MOVE WS-FECHA-CORRIDA TO WS-LIN-TIN-FECHA
    MOVE WS-LIN-TIT-NOID TO REG-NOI
    WRITE REG-NOI
    MOVE WS-LIN-SEPARA TO REG-NOI
    WRITE REG-NOI
    MOVE WS-LIN-CAB-NOID TO REG-NOI
    WRITE REG-NOI
    MOVE WS-LIN-SEPARA TO REG-NOI
    WRITE REG-NOI.

  CERRAR-SALIDAS.
    MOVE WS-LIN-SEPARA TO REG-AGI
    WRITE REG-AGI
    MOVE "TOTAL"      TO WS-LIN-AGI-CT
    MOVE WS-TOT-CANT  TO WS-LIN-AGI-CANT
    MOVE WS-TOT-SALDO TO WS-LIN-AGI-SALDO
    PERFORM VARYING WS-TRAMO FROM 1 BY 1 UNTIL WS-TRAMO > 4
      MOVE SPACES TO WS-LIN-AGI-TRAMOS(WS-TRAMO)
      MOVE WS-TOT-TRAMO(WS-TRAMO) TO WS-LIN-AGI-TRAMO(WS-TRAMO)
    END-PERFORM
    MOVE WS-LIN-DET-AGING TO REG-AGI
    WRITE REG-AGI
    MOVE "CUITS CON IMPAGOS:" TO WS-LIN-RES-TEXTO
    MOVE CON-CUIT-IMPAGOS TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-AGI
    WRITE REG-AGI

    MOVE WS-LIN-SEPARA TO REG-NOI
    WRITE REG-NOI
    MOVE "PAGOS SIN IDENTIFICAR:" TO WS-LIN-RES-TEXTO
    MOVE CON-PAGOS-NOID TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-NOI
    WRITE REG-NOI
    MOVE "PAGOS DE FECHAS YA CONCILIADAS:" TO WS-LIN-RES-TEXTO
    MOVE CON-YA-CONCILIADOS TO WS-LIN-RES-CANT
    MOVE WS-LIN-RESUMEN TO REG-NOI
    WRITE REG-NOI

    CLOSE AGING-REP
          NOID-REP.

  GRABAR-NOID.
    MOVE WS-PAG-MOTIVO TO WS-LIN-NOI-MOTIVO
    MOVE WS-LIN-DET-NOID TO REG-NOI
    WRITE REG-NOI
    ADD 1 TO CON-PAGOS-NOID.

*> ==========================================================
*> SECCIÓN: CONTROL DE FECHAS DE PAGO CONCILIADAS.
*> ==========================================================

  CARGAR-FECHAS-CONCILIADAS.
    MOVE "N" TO FIN-COB
    OPEN INPUT COBRADOS
    IF FS-COB NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FIN-COB = "1"
      READ COBRADOS
        AT END
          MOVE "1" TO FIN-COB
        NOT AT END
          IF ES-COB = "F"
              IF WS-CTL-CANT < 3660
                  ADD 1 TO WS-CTL-CANT
                  MOVE FP-COB TO WS-CTL-FECHA(WS-CTL-CANT)
              ELSE
                  DISPLAY "Aviso: COMP_COBRADOS.txt supera 3660 "
                          "fechas conciliadas; las mas nuevas no se "
                          "controlan."
                  MOVE "1" TO FIN-COB
              END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE COBRADOS.

  GRABAR-FECHAS-CONCILIADAS.
    PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
            UNTIL WS-CTL-IDX > WS-NUE-CANT
      MOVE WS-FECHA-CORRIDA         TO FC-MAR-WS
      MOVE WS-NUE-FECHA(WS-CTL-IDX) TO FP-MAR-WS
      MOVE WS-REG-MARCA TO REG-COB-OUT
      WRITE REG-COB-OUT
    END-PERFORM
    CLOSE COBRADOS-OUT

    CALL "CBL_RENAME_FILE" USING "COMP_COBRADOS.txt.tmp"
                                  "COMP_COBRADOS.txt"
      RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        DISPLAY "Error al reemplazar COMP_COBRADOS.txt, RC="
                WS-RENAME-RC "; no se aplico ningun pago, se puede "
                "volver a pasar el extracto."
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

