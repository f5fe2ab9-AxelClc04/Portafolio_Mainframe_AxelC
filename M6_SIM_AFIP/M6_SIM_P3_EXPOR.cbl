*>              genera a staging, se relee y se verifica contra lo contado
*>              al grabarlo; si el recuento no coincide, la generación se
*>              rechaza (RETURN-CODE 8) y no se publica ni se consume el
*>              número de lote. No se publica sin el resumen de
*>              presentación de M6_SIM_P3_PRESE aprobado por un operador
*>              distinto del que corrió la cadena (y distinto del que
*>              corre esta exportación) para este mismo lote; la falta
*>              de aprobación, la aprobación del mismo operador o de otro
*>              ciclo, y un contenido distinto del aprobado, se rechazan
*>              (RETURN-CODE 8) y quedan en la bitácora. El forzado del
*>              ciclo no saltea la aprobación.
*> AUTHOR     : Axel Colace
*> DATE       : 22/08/2026
*> ============================================================================
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-LOTE-OUT.

*>  Identificación del resumen de presentación vigente y archivo
*>  de autorizaciones (ver los comentarios de PRES-CTL y PRES-AUT
*>  en M6_SIM_P3_PRESE): sin una aprobación del resumen del lote
*>  que se va a publicar no se exporta.
    SELECT PRES-CTL ASSIGN TO "PRESENTACION_CTL.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CTL.

    SELECT PRES-AUT ASSIGN TO "PRESENTACION_AUTORIZA.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-AUT.

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
    FD LOTE-NRO-OUT.
      01 REG-LOTE-OUT      PIC 9(6).

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

    FD REST-MAN.
      01 REG-REST-MAN      PIC X(160).

    FD REST-ARCH.
      01 REG-REST-ARCH     PIC X(1).

    FD REST-HIST.
      01 REG-REST-HIST     PIC X(111).

    FD COMP-BITAC.
      01 REG-BITAC         PIC X(105).

    77 FS-INT-VER    PIC XX.
    77 FS-LOTE       PIC XX.
    77 FS-LOTE-OUT   PIC XX.
    77 FS-CTL        PIC XX.
    77 FS-AUT        PIC XX.

    77 FIN-OK        PIC X    VALUE "N".
    77 FIN-MONEDA    PIC X    VALUE "N".
    77 FIN-VER       PIC X    VALUE "N".
    77 FIN-AUT       PIC X    VALUE "N".

    77 WS-RENAME-RC  PIC 9(9) COMP-5 VALUE ZEROS.
    77 WS-DELETE-RC  PIC 9(9) COMP-5 VALUE ZEROS.
      05 WS-LOTE-ULTIMO       PIC 9(6)  VALUE ZEROS.
      05 WS-LOTE-ACTUAL       PIC 9(6)  VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE LA APROBACIÓN DE LA PRESENTACIÓN: el resumen
*> vigente (PRESENTACION_CTL.txt), la última aprobación que lo
*> nombra y el operador de esta corrida.
*> ----------------------------------------------------------
    01 WS-APROBACION.
      05 WS-APR-OPERADOR      PIC X(10) VALUE SPACES.
      05 WS-APR-CTL-EXISTE    PIC X     VALUE "N".
      05 WS-APR-CTL-LOTE      PIC 9(6)  VALUE ZEROS.
      05 WS-APR-CTL-FECHA     PIC X(8)  VALUE SPACES.
      05 WS-APR-CTL-HORA      PIC X(6)  VALUE SPACES.
      05 WS-APR-CTL-OPER      PIC X(10) VALUE SPACES.
      05 WS-APR-CTL-CANT      PIC 9(9)  VALUE ZEROS.
      05 WS-APR-CTL-IMP       PIC 9(15) VALUE ZEROS.
      05 WS-APR-ENCONTRADA    PIC X     VALUE "N".
      05 WS-APR-OTRO-CICLO    PIC X     VALUE "N".
      05 WS-APR-APROBADOR     PIC X(10) VALUE SPACES.
      05 WS-APR-FECHA         PIC X(8)  VALUE SPACES.
      05 WS-APR-HORA          PIC X(6)  VALUE SPACES.
      05 WS-APR-MOTIVO        PIC X(60) VALUE SPACES.

*> ----------------------------------------------------------
*> ÁREA DE TOTALES DE CONTROL DE LA GENERACIÓN Y DE LA
*> VERIFICACIÓN POSTERIOR (RELECTURA DEL STAGING).
      05 WS-VER-HAY-TRAILER   PIC X     VALUE "N".
      05 WS-VER-OK            PIC X     VALUE "N".
      05 WS-IMP-AUX           PIC 9(9)  VALUE ZEROS.
      05 WS-RECHAZO-DETALLE   PIC X(60)
         VALUE "GENERACION RECHAZADA, LOTE NO CONSUMIDO".

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LOS REGISTROS DE LA INTERFAZ (POSICIONES
        10 WS-MND-SLOT-OCUP   PIC X     VALUE SPACE.


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
      05 WS-RST-FASE          PIC 9(1)  VALUE 7.
      05 WS-RST-IDX           PIC 9(2)  VALUE ZEROS.
      05 WS-RST-RC            PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-RST-NOMBRE        PIC X(30) VALUE SPACES.
      05 WS-RST-NOMBRE-COPIA  PIC X(45) VALUE SPACES.
      05 WS-RST-NOMBRE-MAN    PIC X(20) VALUE SPACES.
      05 WS-RST-NOMBRE-FIN    PIC X(20) VALUE SPACES.
      05 WS-RST-CANT          PIC 9(2)  VALUE 3.
      05 WS-RST-ARCHIVOS.
        10 PIC X(30) VALUE "CICLO_ESTADO.txt".
        10 PIC X(30) VALUE "AFIP_INTERFAZ.txt".
        10 PIC X(30) VALUE "COMP_LOTE_NRO.txt".
      05 WS-RST-ARCHIVOS-R REDEFINES WS-RST-ARCHIVOS.
        10 WS-RST-ARCH        PIC X(30)  OCCURS 3 TIMES.

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
  PERFORM GRABAR-BITACORA

  PERFORM VERIFICAR-CICLO

  PERFORM CARGAR-LOTE-NRO
  COMPUTE WS-LOTE-ACTUAL = WS-LOTE-ULTIMO + 1

  PERFORM VERIFICAR-APROBACION
  PERFORM TOMAR-PUNTO-RESTAURACION
  PERFORM ESTAMPAR-CICLO-INICIO

  PERFORM CARGAR-MONEDAS

*> ==========================================================
      PERFORM RECHAZAR-GENERACION
  END-IF

*>  Lo generado tiene que ser exactamente lo que se aprobó: si
*>  COMP_OK cambió después del resumen, la aprobación no lo
*>  cubre.
  IF WS-GEN-GRABADOS NOT = WS-APR-CTL-CANT
     OR WS-GEN-SUMA NOT = WS-APR-CTL-IMP
      DISPLAY "Error: se generaron " WS-GEN-GRABADOS " registros por "
              WS-GEN-SUMA " pero el resumen aprobado es de "
              WS-APR-CTL-CANT " por " WS-APR-CTL-IMP "; la "
              "generacion se rechaza."
      MOVE "CONTENIDO DISTINTO AL APROBADO, LOTE NO CONSUMIDO"
        TO WS-RECHAZO-DETALLE
      PERFORM RECHAZAR-GENERACION
  END-IF

*> ==========================================================
*> SECCIÓN: VERIFICACIÓN DEL STAGING (RELECTURA COMPLETA) Y
*> PUBLICACIÓN.
    PERFORM ESTAMPAR-CICLO-FIN
    MOVE "FIN" TO FA-BIT
    MOVE "08"  TO RC-BIT
    MOVE WS-RECHAZO-DETALLE TO DE-BIT
    PERFORM GRABAR-BITACORA
    MOVE 8 TO RETURN-CODE
    STOP RUN.

*> ==========================================================
*> SECCIÓN: APROBACIÓN DE LA PRESENTACIÓN (DOBLE CONTROL).
*> Corre antes de abrir el ciclo: un rechazo deja el estado de
*> ciclo como estaba (la exportación puede reintentarse apenas
*> se cargue la aprobación) y queda en la bitácora con el
*> motivo. Se exige el resumen vigente del lote que se va a
*> publicar y una aprobación de ESE resumen (mismo lote, fecha
*> y hora) cargada por un operador distinto del que corrió la
*> cadena y del que corre esta exportación.
*> ==========================================================

  VERIFICAR-APROBACION.
    ACCEPT WS-APR-OPERADOR FROM ENVIRONMENT "USER"

    PERFORM CARGAR-CONTROL-PRESENTACION
    IF WS-APR-CTL-EXISTE NOT = "S"
        MOVE "SIN RESUMEN DE PRESENTACION (M6_SIM_P3_PRESE)"
          TO WS-APR-MOTIVO
        PERFORM RECHAZAR-SIN-APROBACION
    END-IF
    IF WS-APR-CTL-LOTE NOT = WS-LOTE-ACTUAL
        MOVE SPACES TO WS-APR-MOTIVO
        STRING "APROBACION DE OTRO CICLO (LOTE " WS-APR-CTL-LOTE ")"
               DELIMITED BY SIZE
          INTO WS-APR-MOTIVO
        END-STRING
        PERFORM RECHAZAR-SIN-APROBACION
    END-IF

    PERFORM BUSCAR-AUTORIZACION
    IF WS-APR-ENCONTRADA NOT = "S"
        IF WS-APR-OTRO-CICLO = "S"
            MOVE "APROBACION DE OTRO CICLO (RESUMEN ANTERIOR)"
              TO WS-APR-MOTIVO
        ELSE
            MOVE SPACES TO WS-APR-MOTIVO
            STRING "FALTA APROBACION DEL LOTE " WS-LOTE-ACTUAL
                   DELIMITED BY SIZE
              INTO WS-APR-MOTIVO
            END-STRING
        END-IF
        PERFORM RECHAZAR-SIN-APROBACION
    END-IF

    IF WS-APR-APROBADOR = WS-APR-CTL-OPER
       OR WS-APR-APROBADOR = WS-APR-OPERADOR
        MOVE SPACES TO WS-APR-MOTIVO
        STRING "APROBACION DEL MISMO OPERADOR ("
               FUNCTION TRIM(WS-APR-APROBADOR) ")" DELIMITED BY SIZE
          INTO WS-APR-MOTIVO
        END-STRING
        PERFORM RECHAZAR-SIN-APROBACION
    END-IF

    DISPLAY "Presentacion aprobada por "
            FUNCTION TRIM(WS-APR-APROBADOR) " el " WS-APR-FECHA " "
            WS-APR-HORA " (cadena: " FUNCTION TRIM(WS-APR-CTL-OPER)
            ")".

  CARGAR-CONTROL-PRESENTACION.
    OPEN INPUT PRES-CTL
    IF FS-CTL = "00"
        READ PRES-CTL
          AT END
            CONTINUE
        END-READ
        IF FS-CTL = "00" AND LO-PCT IS NUMERIC
           AND CA-PCT IS NUMERIC AND IM-PCT IS NUMERIC
            MOVE "S"    TO WS-APR-CTL-EXISTE
            MOVE LO-PCT TO WS-APR-CTL-LOTE
            MOVE FE-PCT TO WS-APR-CTL-FECHA
            MOVE HO-PCT TO WS-APR-CTL-HORA
            MOVE OP-PCT TO WS-APR-CTL-OPER
            MOVE CA-PCT TO WS-APR-CTL-CANT
            MOVE IM-PCT TO WS-APR-CTL-IMP
        END-IF
        CLOSE PRES-CTL
    END-IF.

*>  Vale la última aprobación cargada para el resumen vigente;
*>  las del mismo lote pero de un resumen anterior (ciclo
*>  rehecho) no lo cubren.
  BUSCAR-AUTORIZACION.
    OPEN INPUT PRES-AUT
    IF FS-AUT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FIN-AUT = "1"
      READ PRES-AUT
        AT END
          MOVE "1" TO FIN-AUT
        NOT AT END
          IF LO-AUT IS NUMERIC AND LO-AUT = WS-LOTE-ACTUAL
              IF FR-AUT = WS-APR-CTL-FECHA
                 AND HR-AUT = WS-APR-CTL-HORA
                  MOVE "S"    TO WS-APR-ENCONTRADA
                  MOVE OP-AUT TO WS-APR-APROBADOR
                  MOVE FE-AUT TO WS-APR-FECHA
                  MOVE HO-AUT TO WS-APR-HORA
              ELSE
                  MOVE "S" TO WS-APR-OTRO-CICLO
              END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE PRES-AUT.

  RECHAZAR-SIN-APROBACION.
    DISPLAY "Error: exportacion rechazada: "
            FUNCTION TRIM(WS-APR-MOTIVO) "; se aborta."
    MOVE "FIN" TO FA-BIT
    MOVE "08"  TO RC-BIT
    MOVE SPACES TO DE-BIT
    STRING "NO PUBLICADO: " WS-APR-MOTIVO DELIMITED BY SIZE
      INTO DE-BIT
    END-STRING
    PERFORM GRABAR-BITACORA
    MOVE 8 TO RETURN-CODE
    STOP RUN.
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
