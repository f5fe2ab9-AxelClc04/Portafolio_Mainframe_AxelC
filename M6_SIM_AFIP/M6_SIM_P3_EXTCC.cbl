*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_EXTCC
*> PURPOSE    : Extracto de cuenta corriente por CUIT: lee un archivo de
*>              claves (CUIT con rango de fechas de corrida opcional, el
*>              mismo criterio que M6_SIM_P3_CONSUL) y, para cada una,
*>              recorre el diario de movimientos que arma
*>              M6_SIM_P3_CTACTE (COMP_CTACTE_MOV.txt) y lista los
*>              movimientos del rango con saldo inicial (todo lo anterior
*>              a la fecha desde), saldo corrido y saldo final, más la
*>              posición vigente del maestro COMP_CTACTE.txt (pendientes
*>              en COMP_PE y rechazos definitivos, que no mueven el
*>              saldo). Es lo que se arma cada vez que un contribuyente
*>              reclama una diferencia.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_EXTCC.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Claves a extractar: una línea CUIT|DESDE|HASTA| (fechas
*>  AAAAMMDD; en blanco dejan ese extremo abierto).
    SELECT EXTRACTO-IN ASSIGN TO "EXTRACTO_IN.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-EXT-IN.

*>  Diario de movimientos de cuenta corriente (ver el
*>  comentario de CTA-MOV en M6_SIM_P3_CTACTE).
    SELECT CTA-MOV ASSIGN TO "COMP_CTACTE_MOV.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-MOV.

*>  Maestro de cuenta corriente: sólo para la posición vigente
*>  de pendientes y definitivos del CUIT.
    SELECT CTA-MAE ASSIGN TO "COMP_CTACTE.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-MAE.

    SELECT EXTRACTO-OUT ASSIGN TO "EXTRACTO_OUT.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-EXT-OUT.


DATA DIVISION.
  FILE SECTION.

    FD EXTRACTO-IN.
      01 REG-EXTRACTO.
        05 CT-EXT    PIC X(11).
        05 FILLER    PIC X.
        05 FD-EXT    PIC X(8).
        05 FILLER    PIC X.
        05 FH-EXT    PIC X(8).
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

    FD CTA-MAE.
      01 REG-MAE.
        05 CT-MAE    PIC X(11).
        05 FILLER    PIC X.
        05 AU-MAE    PIC X(15).
        05 FILLER    PIC X.
        05 NC-MAE    PIC X(15).
        05 FILLER    PIC X.
        05 RE-MAE    PIC X(15).
        05 FILLER    PIC X.
        05 RA-MAE    PIC X(15).
        05 FILLER    PIC X.
        05 SA-MAE    PIC X(16).
        05 FILLER    PIC X.
        05 PC-MAE    PIC X(9).
        05 FILLER    PIC X.
        05 PI-MAE    PIC X(15).
        05 FILLER    PIC X.
        05 DC-MAE    PIC X(9).
        05 FILLER    PIC X.
        05 DI-MAE    PIC X(15).
        05 FILLER    PIC X.
        05 FU-MAE    PIC X(8).
        05 FILLER    PIC X.

    FD EXTRACTO-OUT.
      01 REG-EXT-OUT       PIC X(120).

  WORKING-STORAGE SECTION.

    77 FS-EXT-IN     PIC XX.
    77 FS-MOV        PIC XX.
    77 FS-MAE        PIC XX.
    77 FS-EXT-OUT    PIC XX.

    77 FIN-EXT       PIC X    VALUE "N".
    77 FIN-MOV       PIC X    VALUE "N".
    77 FIN-MAE       PIC X    VALUE "N".

    77 CON-CLAVES        PIC 9(6) VALUE ZEROS.
    77 CON-MOVIMIENTOS   PIC 9(6) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE LA CLAVE EN CURSO Y DEL FILTRO DE FECHAS. Igual que
*> en M6_SIM_P3_CONSUL, desde/hasta en blanco (o no
*> numéricos) dejan ese extremo abierto.
*> ----------------------------------------------------------
    01 WS-CLAVE-ACTUAL.
      05 WS-CLA-CUIT          PIC X(11) VALUE SPACES.
      05 WS-CLA-DESDE         PIC X(8)  VALUE SPACES.
      05 WS-CLA-HASTA         PIC X(8)  VALUE SPACES.
      05 WS-CLA-MOVS          PIC 9(6)  VALUE ZEROS.
      05 WS-CLA-EN-MAESTRO    PIC X     VALUE "N".

    01 WS-SALDOS.
      05 WS-SALDO-INICIAL     PIC S9(15) VALUE ZEROS.
      05 WS-SALDO-CORRIDO     PIC S9(15) VALUE ZEROS.
      05 WS-MOV-IMPORTE       PIC 9(9)   VALUE ZEROS.

    01 WS-POSICION.
      05 WS-POS-PC            PIC 9(9)  VALUE ZEROS.
      05 WS-POS-PI            PIC 9(15) VALUE ZEROS.
      05 WS-POS-DC            PIC 9(9)  VALUE ZEROS.
      05 WS-POS-DI            PIC 9(15) VALUE ZEROS.
      05 WS-POS-FU            PIC X(8)  VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LÍNEAS DEL EXTRACTO.
*> ----------------------------------------------------------
    01 WS-LIN-CLAVE.
      05 FILLER               PIC X(31)
         VALUE "EXTRACTO DE CUENTA CORRIENTE - ".
      05 FILLER               PIC X(6)  VALUE "CUIT: ".
      05 WS-LIN-CLA-CUIT      PIC X(11) VALUE SPACES.
      05 FILLER               PIC X(9)  VALUE "  DESDE: ".
      05 WS-LIN-CLA-DESDE     PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(9)  VALUE "  HASTA: ".
      05 WS-LIN-CLA-HASTA     PIC X(8)  VALUE SPACES.
      05 FILLER               PIC X(38) VALUE SPACES.

    01 WS-LIN-CABECERA.
      05 FILLER               PIC X(10) VALUE "FECHA".
      05 FILLER               PIC X(8)  VALUE "LOTE".
      05 FILLER               PIC X(28) VALUE "MOVIMIENTO".
      05 FILLER               PIC X(16) VALUE "COMPROBANTE".
      05 FILLER               PIC X(5)  VALUE "TIPO".
      05 FILLER               PIC X(17) VALUE "          IMPORTE".
      05 FILLER               PIC X(19) VALUE "              SALDO".
      05 FILLER               PIC X(17) VALUE SPACES.

    01 WS-LIN-MOV.
      05 WS-LIN-MOV-FECHA     PIC X(8).
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-MOV-LOTE      PIC X(6).
      05 FILLER               PIC X(2)  VALUE SPACES.
      05 WS-LIN-MOV-TM        PIC X(2).
      05 FILLER               PIC X(1)  VALUE SPACES.
      05 WS-LIN-MOV-DESC      PIC X(25).
      05 WS-LIN-MOV-NC        PIC X(13).
      05 FILLER               PIC X(4)  VALUE SPACES.
      05 WS-LIN-MOV-TO        PIC X(1).
      05 FILLER               PIC X(3)  VALUE SPACES.
      05 WS-LIN-MOV-SIGNO     PIC X(1).
      05 WS-LIN-MOV-IMPORTE   PIC Z(15)9.
      05 WS-LIN-MOV-SALDO     PIC -(18)9.
      05 FILLER               PIC X(17) VALUE SPACES.

    01 WS-LIN-SALDO.
      05 WS-LIN-SAL-ROTULO    PIC X(84).
      05 WS-LIN-SAL-VALOR     PIC -(18)9.
      05 FILLER               PIC X(17) VALUE SPACES.

    01 WS-LIN-POSICION.
      05 FILLER               PIC X(29)
         VALUE "POSICION VIGENTE - PEND.:".
      05 WS-LIN-POS-PC        PIC Z(8)9.
      05 FILLER               PIC X(10) VALUE "  IMPORTE:".
      05 WS-LIN-POS-PI        PIC Z(14)9.
      05 FILLER               PIC X(11) VALUE "  DEFINIT.:".
      05 WS-LIN-POS-DC        PIC Z(8)9.
      05 FILLER               PIC X(10) VALUE "  IMPORTE:".
      05 WS-LIN-POS-DI        PIC Z(14)9.
      05 FILLER               PIC X(12) VALUE SPACES.

    01 WS-LIN-SIN-MAESTRO     PIC X(120)
       VALUE "CUIT SIN CUENTA EN EL MAESTRO COMP_CTACTE.txt".

    01 WS-LIN-SEPARA          PIC X(120) VALUE ALL "-".


PROCEDURE DIVISION.

*> ==========================================================
*> SECCIÓN: APERTURA DE ARCHIVOS DE CLAVES Y SALIDA.
*> ==========================================================

  OPEN INPUT EXTRACTO-IN
  IF FS-EXT-IN NOT = "00"
      DISPLAY "Error al abrir EXTRACTO_IN.txt, FILE STATUS: " FS-EXT-IN
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF

*>  El diario se abre y cierra por clave (una pasada por cada
*>  una); acá sólo se verifica que exista.
  OPEN INPUT CTA-MOV
  IF FS-MOV NOT = "00"
      DISPLAY "Error al abrir el diario de cuenta corriente "
              "(COMP_CTACTE_MOV.txt), FILE STATUS: " FS-MOV
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF
  CLOSE CTA-MOV

  OPEN OUTPUT EXTRACTO-OUT
  IF FS-EXT-OUT NOT = "00"
      DISPLAY "Error al crear EXTRACTO_OUT.txt, FILE STATUS: "
              FS-EXT-OUT
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF

*> ==========================================================
*> SECCIÓN: RECORRIDO DE CLAVES. Igual que en
*> M6_SIM_P3_CONSUL, los reclamos son pocos: una pasada del
*> diario por clave deja el extracto en orden de grabación
*> (que es el orden de los ciclos) sin ordenar nada.
*> ==========================================================

  PERFORM UNTIL FIN-EXT = "1"
    READ EXTRACTO-IN
      AT END
        MOVE "1" TO FIN-EXT
      NOT AT END
        IF CT-EXT IS NUMERIC
            ADD 1 TO CON-CLAVES
            PERFORM EXTRACTAR-CLAVE
        ELSE
            IF REG-EXTRACTO NOT = SPACES
                DISPLAY "Aviso: CUIT invalido '" CT-EXT
                        "', se ignora la clave."
            END-IF
        END-IF
    END-READ
  END-PERFORM

  CLOSE EXTRACTO-IN
        EXTRACTO-OUT

  DISPLAY "Claves extractadas:     " CON-CLAVES
  DISPLAY "Movimientos listados:   " CON-MOVIMIENTOS
  DISPLAY "---------FIN DE EXTRACTO---------"

  STOP RUN.

*> ==========================================================
*> SECCIÓN: EXTRACTO DE UNA CLAVE.
*> ==========================================================

  EXTRACTAR-CLAVE.
    MOVE CT-EXT TO WS-CLA-CUIT
    MOVE FD-EXT TO WS-CLA-DESDE
    MOVE FH-EXT TO WS-CLA-HASTA
    MOVE ZEROS  TO WS-CLA-MOVS WS-SALDO-INICIAL WS-SALDO-CORRIDO

    MOVE WS-CLA-CUIT  TO WS-LIN-CLA-CUIT
    MOVE WS-CLA-DESDE TO WS-LIN-CLA-DESDE
    MOVE WS-CLA-HASTA TO WS-LIN-CLA-HASTA
    MOVE WS-LIN-CLAVE TO REG-EXT-OUT
    WRITE REG-EXT-OUT
    MOVE WS-LIN-SEPARA TO REG-EXT-OUT
    WRITE REG-EXT-OUT

*>  Primera pasada: saldo inicial (todo lo anterior a DESDE).
*>  Sin DESDE el saldo inicial es cero y todo cae en el rango.
    IF WS-CLA-DESDE IS NUMERIC
        OPEN INPUT CTA-MOV
        MOVE "N" TO FIN-MOV
        PERFORM UNTIL FIN-MOV = "1"
          READ CTA-MOV
            AT END
              MOVE "1" TO FIN-MOV
            NOT AT END
              IF CT-MOV = WS-CLA-CUIT AND FE-MOV < WS-CLA-DESDE
                 AND IM-MOV IS NUMERIC
                  MOVE IM-MOV TO WS-MOV-IMPORTE
                  EVALUATE SG-MOV
                    WHEN "+"
                      ADD WS-MOV-IMPORTE TO WS-SALDO-INICIAL
                    WHEN "-"
                      SUBTRACT WS-MOV-IMPORTE FROM WS-SALDO-INICIAL
                  END-EVALUATE
              END-IF
          END-READ
        END-PERFORM
        CLOSE CTA-MOV
    END-IF

    MOVE "SALDO INICIAL" TO WS-LIN-SAL-ROTULO
    MOVE WS-SALDO-INICIAL TO WS-LIN-SAL-VALOR
    MOVE WS-LIN-SALDO TO REG-EXT-OUT
    WRITE REG-EXT-OUT
    MOVE WS-LIN-CABECERA TO REG-EXT-OUT
    WRITE REG-EXT-OUT

*>  Segunda pasada: movimientos del rango con saldo corrido.
    MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRIDO
    OPEN INPUT CTA-MOV
    MOVE "N" TO FIN-MOV
    PERFORM UNTIL FIN-MOV = "1"
      READ CTA-MOV
        AT END
          MOVE "1" TO FIN-MOV
        NOT AT END
          IF CT-MOV = WS-CLA-CUIT AND IM-MOV IS NUMERIC
              PERFORM EVALUAR-MOVIMIENTO
          END-IF
      END-READ
    END-PERFORM
    CLOSE CTA-MOV

    MOVE "SALDO FINAL" TO WS-LIN-SAL-ROTULO
    MOVE WS-SALDO-CORRIDO TO WS-LIN-SAL-VALOR
    MOVE WS-LIN-SALDO TO REG-EXT-OUT
    WRITE REG-EXT-OUT

    PERFORM BUSCAR-POSICION
    IF WS-CLA-EN-MAESTRO = "S"
        MOVE WS-POS-PC TO WS-LIN-POS-PC
        MOVE WS-POS-PI TO WS-LIN-POS-PI
        MOVE WS-POS-DC TO WS-LIN-POS-DC
        MOVE WS-POS-DI TO WS-LIN-POS-DI
        MOVE WS-LIN-POSICION TO REG-EXT-OUT
    ELSE
        MOVE WS-LIN-SIN-MAESTRO TO REG-EXT-OUT
    END-IF
    WRITE REG-EXT-OUT

    MOVE WS-LIN-SEPARA TO REG-EXT-OUT
    WRITE REG-EXT-OUT.

  EVALUAR-MOVIMIENTO.
    IF WS-CLA-DESDE IS NUMERIC AND FE-MOV < WS-CLA-DESDE
        EXIT PARAGRAPH
    END-IF
    IF WS-CLA-HASTA IS NUMERIC AND FE-MOV > WS-CLA-HASTA
        EXIT PARAGRAPH
    END-IF

    MOVE IM-MOV TO WS-MOV-IMPORTE
    EVALUATE SG-MOV
      WHEN "+"
        ADD WS-MOV-IMPORTE TO WS-SALDO-CORRIDO
      WHEN "-"
        SUBTRACT WS-MOV-IMPORTE FROM WS-SALDO-CORRIDO
    END-EVALUATE

    EVALUATE TM-MOV
      WHEN "AU"
        MOVE "AUTORIZACION"            TO WS-LIN-MOV-DESC
      WHEN "NC"
        MOVE "NOTA DE CREDITO"         TO WS-LIN-MOV-DESC
      WHEN "RE"
        MOVE "RETENCION"               TO WS-LIN-MOV-DESC
      WHEN "DR"
        MOVE "DEVOLUCION DE RETENCION" TO WS-LIN-MOV-DESC
      WHEN "RA"
        MOVE "RECHAZO AFIP"            TO WS-LIN-MOV-DESC
      WHEN "DF"
        MOVE "RECHAZO DEFINITIVO (INF)" TO WS-LIN-MOV-DESC
      WHEN OTHER
        MOVE "MOVIMIENTO DESCONOCIDO"  TO WS-LIN-MOV-DESC
    END-EVALUATE

    MOVE FE-MOV           TO WS-LIN-MOV-FECHA
    MOVE LO-MOV           TO WS-LIN-MOV-LOTE
    MOVE TM-MOV           TO WS-LIN-MOV-TM
    MOVE NC-MOV           TO WS-LIN-MOV-NC
    MOVE TO-MOV           TO WS-LIN-MOV-TO
    MOVE SG-MOV           TO WS-LIN-MOV-SIGNO
    MOVE WS-MOV-IMPORTE   TO WS-LIN-MOV-IMPORTE
    MOVE WS-SALDO-CORRIDO TO WS-LIN-MOV-SALDO
    MOVE WS-LIN-MOV TO REG-EXT-OUT
    WRITE REG-EXT-OUT
    ADD 1 TO WS-CLA-MOVS
    ADD 1 TO CON-MOVIMIENTOS.

*> ==========================================================
*> SECCIÓN: POSICIÓN VIGENTE DEL CUIT EN EL MAESTRO. Sin
*> maestro (no corrió ningún ciclo) el CUIT figura sin cuenta.
*> ==========================================================

  BUSCAR-POSICION.
    MOVE "N" TO WS-CLA-EN-MAESTRO
    OPEN INPUT CTA-MAE
    IF FS-MAE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO FIN-MAE
    PERFORM UNTIL FIN-MAE = "1"
      READ CTA-MAE
        AT END
          MOVE "1" TO FIN-MAE
        NOT AT END
          IF CT-MAE = WS-CLA-CUIT
             AND PC-MAE IS NUMERIC AND PI-MAE IS NUMERIC
             AND DC-MAE IS NUMERIC AND DI-MAE IS NUMERIC
              MOVE "S"    TO WS-CLA-EN-MAESTRO
              MOVE PC-MAE TO WS-POS-PC
              MOVE PI-MAE TO WS-POS-PI
              MOVE DC-MAE TO WS-POS-DC
              MOVE DI-MAE TO WS-POS-DI
              MOVE FU-MAE TO WS-POS-FU
              MOVE "1"    TO FIN-MAE
          END-IF
      END-READ
    END-PERFORM
    CLOSE CTA-MAE.
