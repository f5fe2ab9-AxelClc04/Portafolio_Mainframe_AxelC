    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CUADRA.

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
    FD COMP-CUADRA.
      01 REG-CUADRA        PIC X(80).

    FD REST-MAN.
      01 REG-REST-MAN      PIC X(160).

    FD REST-ARCH.
      01 REG-REST-ARCH     PIC X(1).

    FD REST-HIST.
      01 REG-REST-HIST     PIC X(111).

    FD COMP-BITAC.
      01 REG-BITAC         PIC X(105).

      05 WS-LIN-VER-TEXTO     PIC X(40) VALUE SPACES.
      05 FILLER               PIC X(13) VALUE SPACES.

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
      05 WS-RST-FASE          PIC 9(1)  VALUE 5.
      05 WS-RST-IDX           PIC 9(2)  VALUE ZEROS.
      05 WS-RST-RC            PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-RST-NOMBRE        PIC X(30) VALUE SPACES.
      05 WS-RST-NOMBRE-COPIA  PIC X(45) VALUE SPACES.
      05 WS-RST-NOMBRE-MAN    PIC X(20) VALUE SPACES.
      05 WS-RST-NOMBRE-FIN    PIC X(20) VALUE SPACES.
      05 WS-RST-CANT          PIC 9(2)  VALUE 2.
      05 WS-RST-ARCHIVOS.
        10 PIC X(30) VALUE "CICLO_ESTADO.txt".
        10 PIC X(30) VALUE "COMP_CUADRA.txt".
      05 WS-RST-ARCHIVOS-R REDEFINES WS-RST-ARCHIVOS.
        10 WS-RST-ARCH        PIC X(30)  OCCURS 2 TIMES.

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
  PERFORM TOMAR-PUNTO-RESTAURACION
  PERFORM ESTAMPAR-CICLO-INICIO

  PERFORM CONTAR-COMP-OK
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
