*>  crece: es lo que permite responder un reclamo puntual de
*>  hace semanas sin depender de backups. Lo alimentan también
*>  M6_SIM_P3_RECON y M6_SIM_P3_AGING al resolver pendientes, y
*>  lo consulta M6_SIM_P3_CONSUL. En la corrida particionada
*>  cada instancia graba su parte en COMP_HIST_Pnn.txt y es
*>  M6_SIM_P3_FUSION la que la agrega acá, en el orden del lote.
    SELECT COMP-HIST ASSIGN DYNAMIC WS-NOMBRE-HIST
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-HIST.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ER-CSV.

*>  Corrida particionada (parámetro PARTICION nn por línea de
*>  comando): en vez del lote, la instancia lee el reparto que
*>  dejó M6_SIM_P3_PARTI (ver el comentario de COMP-PART allí) y
*>  clasifica sólo las líneas de su partición; su rango de CUIT
*>  sale del control del reparto y limita la carga del padrón a
*>  su porción. Las salidas van a las copias *_Pnn, más un
*>  índice COMP_IDX_Pnn.txt (SECUENCIA|NC|EXTENDIDO|, una línea
*>  por registro clasificado, a la par de COMP_HIST_Pnn.txt) con
*>  el que M6_SIM_P3_FUSION vuelve a poner cada salida en el
*>  orden del lote.
    SELECT COMP-PART ASSIGN TO "COMP_PARTICION.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PART.

    SELECT COMP-PART-CTL ASSIGN TO "COMP_PARTICION_CTL.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PART-CTL.

    SELECT COMP-IDX ASSIGN DYNAMIC WS-NOMBRE-IDX
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-IDX.

*>  Copias de staging de COMP-OK/ER/PE usadas únicamente al
*>  reiniciar (ver RECONSTRUIR-DUP-TABLA): un WRITE cortado a
*>  la mitad por un SIGKILL puede dejar la última línea de
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ER-DEF-DIA.

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

*>  Bitácora común de ejecución de toda la cadena: cada
*>  programa agrega una línea al iniciar y otra al terminar,
*>  con timestamp, fase, resultado y contadores, para que el
*>  cuando operaciones lo decide, se crea el marcador
*>  CICLO_FORZAR.txt, que la corrida consume. Fases: 1 ANSES,
*>  2 RECON, 3 AGING, 4 REPRO, 5 CUADRA, 6 LIQUI, 7 EXPOR,
*>  8 ACUSE (NUMCTL y RETEN exigen la cuadratura, ANOMA y
*>  PRESE la liquidación, DEVOL la clasificación y RETAC y
*>  CTACTE el acuse, pero no avanzan fase; ANOMA cierra con
*>  RC 08 si hay alertas graves, lo que frena a EXPOR, que
*>  además exige el resumen de PRESE aprobado; PADRON, HCIERRE,
*>  TEND, CONSUL, OPERA, DDJJ, EXTCC, COBRA, MANT y TIEMP
*>  quedan fuera del candado). En la corrida particionada la fase 1 la
*>  abre M6_SIM_P3_PARTI y la cierra M6_SIM_P3_FUSION; las
*>  instancias PARTICION nn no tocan el estado. Cada fase, antes
*>  de estamparse ABIERTA, deja un punto de restauración
*>  (RESTAURA_Fn.txt y copias) con el que M6_SIM_P3_REVER n
*>  vuelve el ciclo a como estaba antes de esa fase.
    SELECT CICLO-EST ASSIGN TO "CICLO_ESTADO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO.
    FD COMP-ER-CSV.
      01 REG-ER-CSV        PIC X(150).

    FD COMP-PART.
      01 REG-PART.
        05 PP-PART   PIC X(2).
        05 FILLER    PIC X    VALUE "|".
        05 SQ-PART   PIC 9(9).
        05 FILLER    PIC X    VALUE "|".
        05 DX-PART   PIC X(1).
        05 FILLER    PIC X    VALUE "|".
        05 OR-PART   PIC X(30).
        05 FILLER    PIC X    VALUE "|".
        05 RG-PART   PIC X(76).

    FD COMP-PART-CTL.
      01 REG-PART-CTL.
        05 PP-CTL    PIC X(2).
        05 FILLER    PIC X    VALUE "|".
        05 DE-CTL    PIC 9(11).
        05 FILLER    PIC X    VALUE "|".
        05 HA-CTL    PIC 9(11).
        05 FILLER    PIC X    VALUE "|".
        05 CA-CTL    PIC 9(9).
        05 FILLER    PIC X    VALUE "|".

    FD COMP-IDX.
      01 REG-IDX           PIC X(26).

    FD COMP-OK-OUT.
      01 REG-OK-OUT        PIC X(58).

    FD COMP-PE-OUT.
      01 REG-PE-OUT        PIC X(58).

    FD REST-MAN.
      01 REG-REST-MAN      PIC X(160).

    FD REST-ARCH.
      01 REG-REST-ARCH     PIC X(1).

    FD REST-HIST.
      01 REG-REST-HIST     PIC X(111).

    FD COMP-BITAC.
      01 REG-BITAC         PIC X(105).

    77 FS-OK-OUT     PIC XX.
    77 FS-ER-OUT     PIC XX.
    77 FS-PE-OUT     PIC XX.
    77 FS-PART       PIC XX.
    77 FS-PART-CTL   PIC XX.
    77 FS-IDX        PIC XX.
    77 WS-RENAME-RC  PIC 9(9) COMP-5 VALUE ZEROS.

    77 FIN           PIC X    VALUE "N".
    77 WS-NOMBRE-NC      PIC X(30)  VALUE "COMP_NC.txt".
    77 WS-NOMBRE-ER-CSV  PIC X(30)  VALUE "COMP_ER.csv".
    77 WS-NOMBRE-MONEDA  PIC X(30)  VALUE "COMP_MONEDA.txt".
    77 WS-NOMBRE-HIST    PIC X(30)  VALUE "COMP_HIST.txt".

*> ----------------------------------------------------------
*> ÁREA DE LA CORRIDA PARTICIONADA (PARÁMETRO PARTICION nn POR
*> LÍNEA DE COMANDO, VER EL COMENTARIO DE COMP-PART). Como en
*> ensayo, no se tocan ni el checkpoint, ni COMP_RESUMEN, ni
*> COMP_ER_DEF_DIA, ni el estado del ciclo (lo abrió el reparto
*> y lo cierra la fusión); a diferencia del ensayo, el
*> histórico sí se graba, en la copia de la partición.
*> WS-DUP-EXTERNO trae la marca del reparto para el registro en
*> curso: su NC ya apareció antes en el lote en otra partición.
*> ----------------------------------------------------------
    77 WS-MODO-PARTICION PIC X      VALUE "N".
    77 WS-PARTICION-NRO  PIC X(2)   VALUE SPACES.
    77 WS-PARAM-LIMPIO   PIC X(100) VALUE SPACES.
    77 WS-PARAM-MODO     PIC X(20)  VALUE SPACES.
    77 WS-PARAM-PARTE    PIC X(20)  VALUE SPACES.
    77 WS-PARAM-SOBRA    PIC X(20)  VALUE SPACES.
    77 WS-NOMBRE-IDX     PIC X(30)  VALUE SPACES.
    77 WS-DUP-EXTERNO    PIC X      VALUE "N".
    77 FIN-PART          PIC X      VALUE "N".
    77 FIN-PART-CTL      PIC X      VALUE "N".

    01 WS-PARTICION-CONTROL.
      05 WS-PAR-HALLADA       PIC X      VALUE "N".
      05 WS-PAR-EN-RANGO      PIC X      VALUE "S".
      05 WS-PAR-DESDE         PIC 9(11)  VALUE ZEROS.
      05 WS-PAR-HASTA         PIC 9(11)  VALUE ZEROS.
      05 WS-PAR-ESPERADOS     PIC 9(9)   VALUE ZEROS.
      05 WS-PAR-CT-NUM        PIC 9(11)  VALUE ZEROS.
      05 WS-PAR-PAD-FUERA     PIC 9(9)   VALUE ZEROS.

    01 WS-REG-IDX.
      05 SQ-IDX      PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 NC-IDX      PIC X(13).
      05 FILLER      PIC X    VALUE "|".
      05 EX-IDX      PIC X(1).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DE PROCESAMIENTO DE VARIOS ARCHIVOS DE INGRESO (LOTE).
      05 WS-CSV-OUT-POS    PIC 9(2)  VALUE ZEROS.
      05 WS-CSV-LARGO      PIC 9(2)  VALUE ZEROS.

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
      05 WS-RST-CANT          PIC 9(2)  VALUE 10.
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
      05 WS-RST-ARCHIVOS-R REDEFINES WS-RST-ARCHIVOS.
        10 WS-RST-ARCH        PIC X(30)  OCCURS 10 TIMES.

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
*> ÁREA DE LA BITÁCORA COMÚN DE EJECUCIÓN (COMP_LOG.txt):
*> FECHA|HORA|PROGRAMA|FASE|RC|DETALLE|. El que llama deja
  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA

*>  Modo de corrida por línea de comando: vacío es la corrida
*>  normal; ENSAYO desvía las salidas y no compromete el ciclo;
*>  PARTICION nn clasifica una partición del reparto de
*>  M6_SIM_P3_PARTI. Cualquier otro valor aborta: un parámetro
*>  mal tipeado no debe degenerar en una corrida real por
*>  accidente.
  ACCEPT WS-PARAM-CMD FROM COMMAND-LINE
  MOVE FUNCTION TRIM(WS-PARAM-CMD) TO WS-PARAM-LIMPIO
  UNSTRING WS-PARAM-LIMPIO DELIMITED BY ALL SPACE
      INTO WS-PARAM-MODO WS-PARAM-PARTE WS-PARAM-SOBRA
  EVALUATE TRUE
    WHEN WS-PARAM-LIMPIO = SPACES
      CONTINUE
    WHEN WS-PARAM-LIMPIO = "ENSAYO"
      MOVE "S" TO WS-MODO-ENSAYO
      MOVE "COMP_OK_ENSAYO.txt"     TO WS-NOMBRE-OK
      MOVE "COMP_ER_ENSAYO.txt"     TO WS-NOMBRE-ER
      MOVE "COMP_MONEDA_ENSAYO.txt" TO WS-NOMBRE-MONEDA
      DISPLAY "*** MODO ENSAYO: el ciclo vigente no se toca; las "
              "salidas van a los archivos *_ENSAYO ***"
    WHEN WS-PARAM-MODO = "PARTICION"
     AND WS-PARAM-PARTE(1:2) IS NUMERIC
     AND WS-PARAM-PARTE(3:) = SPACES
     AND WS-PARAM-SOBRA = SPACES
      MOVE "S" TO WS-MODO-PARTICION
      MOVE WS-PARAM-PARTE(1:2) TO WS-PARTICION-NRO
      PERFORM ARMAR-NOMBRES-PARTICION
      DISPLAY "*** PARTICION " WS-PARTICION-NRO ": las salidas van "
              "a los archivos *_P" WS-PARTICION-NRO
              "; las consolida M6_SIM_P3_FUSION ***"
    WHEN OTHER
      DISPLAY "Error: parametro desconocido '"
              FUNCTION TRIM(WS-PARAM-CMD)
              "' (se admite ENSAYO, PARTICION nn o ninguno); "
              "se aborta."
      STOP RUN
  END-EVALUATE

  IF WS-MODO-ENSAYO = "S"
      MOVE "ENSAYO" TO DE-BIT
  END-IF
  IF WS-MODO-PARTICION = "S"
      STRING "PARTICION " WS-PARTICION-NRO DELIMITED BY SIZE
        INTO DE-BIT
      END-STRING
  END-IF
  PERFORM GRABAR-BITACORA

  PERFORM CARGAR-PARAMETROS

  PERFORM CARGAR-COTIZACIONES

*>  La partición necesita su rango antes de cargar el padrón:
*>  sólo carga su porción.
  IF WS-MODO-PARTICION = "S"
      PERFORM CARGAR-RANGO-PARTICION
  END-IF

  PERFORM CARGAR-PADRON

*>  El checkpoint es del ciclo real: un ensayo ni lo lee (corre
*>  siempre el lote completo desde cero) ni lo toca. Una
*>  partición tampoco: si se corta se vuelve a correr entera,
*>  que es justamente lo barato de haber partido el lote.
  IF WS-MODO-ENSAYO NOT = "S" AND WS-MODO-PARTICION NOT = "S"
      PERFORM CARGAR-CHECKPOINT
  END-IF

*>  acá (RETURN-CODE 6) con el ciclo vigente intacto y sin
*>  dejar el candado de secuencia trabado, que es el punto de
*>  declarar totales.
*>  En la corrida particionada el manifiesto y el ciclo ya los
*>  resolvió M6_SIM_P3_PARTI para el lote entero.
  IF WS-MODO-PARTICION NOT = "S"
      PERFORM VERIFICAR-LOTE-MANIFIESTO
  END-IF

  IF WS-MODO-ENSAYO NOT = "S" AND WS-MODO-PARTICION NOT = "S"
      PERFORM VERIFICAR-CICLO
      PERFORM TOMAR-PUNTO-RESTAURACION
      PERFORM ESTAMPAR-CICLO-INICIO
  END-IF

*>    anterior (COMP_ER_DEF_DIA.txt, que graba el reproceso)
*>    también se dejan en cero; el acumulado histórico queda en
*>    COMP_ER_DEF.txt, que acá no se toca. En ensayo no arranca
*>    ningún ciclo: los definitivos vigentes quedan como están;
*>    en una partición los trunca la fusión, una sola vez.
      IF WS-MODO-ENSAYO NOT = "S" AND WS-MODO-PARTICION NOT = "S"
          OPEN OUTPUT COMP-ER-DEF-DIA
          CLOSE COMP-ER-DEF-DIA
      END-IF
  END-IF

*>  El resumen y el maestro histórico son del ciclo real: en
*>  ensayo ni se abren. Una partición no graba resumen (la
*>  línea del lote la arma la fusión) y su histórico y su índice
*>  se crean de cero en cada corrida de la partición.
  IF WS-MODO-PARTICION = "S"
      OPEN OUTPUT COMP-HIST
      IF FS-HIST NOT = "00"
          DISPLAY "Error al crear el historico de la particion, "
                  "FILE STATUS:" FS-HIST
          STOP RUN
      END-IF

      OPEN OUTPUT COMP-IDX
      IF FS-IDX NOT = "00"
          DISPLAY "Error al crear el indice de la particion, "
                  "FILE STATUS:" FS-IDX
          STOP RUN
      END-IF
  END-IF

  IF WS-MODO-ENSAYO NOT = "S" AND WS-MODO-PARTICION NOT = "S"
      OPEN EXTEND COMP-RESUMEN

      IF FS-RESUMEN = "35"
*> DE INGRESO, O UN LOTE DE VARIOS SI EXISTE COMP_IN_LIST.TXT).
*> ==========================================================

  IF WS-MODO-PARTICION = "S"
      MOVE "N" TO WS-HAY-LISTA
  ELSE
      OPEN INPUT COMP-LISTA
      IF FS-LISTA = "00"
          MOVE "S" TO WS-HAY-LISTA
      ELSE
          MOVE "N" TO WS-HAY-LISTA
      END-IF
  END-IF

  IF WS-MODO-PARTICION = "S"
      PERFORM PROCESAR-PARTICION
  ELSE
      IF WS-HAY-LISTA = "S"
          PERFORM UNTIL FIN-LISTA = "1"
            READ COMP-LISTA
              AT END
                MOVE "1" TO FIN-LISTA
              NOT AT END
                IF FUNCTION TRIM(REG-LISTA) NOT = SPACES
                    PERFORM DESARMAR-LINEA-LISTA
                    ADD 1 TO WS-LISTA-CANT
                    PERFORM PROCESAR-ARCHIVO-IN
                END-IF
            END-READ
          END-PERFORM
          CLOSE COMP-LISTA

*>        COMP_IN_LIST.txt existe pero no nombró ningún archivo
*>        usable (vacío o solo líneas en blanco): esto no es "no
*>        hay nada para procesar", es un lote mal armado. Se corta
*>        la corrida en vez de reportar un día vacío en falso.
          IF WS-LISTA-CANT = 0
              DISPLAY "Error: COMP_IN_LIST.txt existe pero no contiene "
                      "ningun nombre de archivo utilizable"
              STOP RUN
          END-IF
      ELSE
          PERFORM PROCESAR-ARCHIVO-IN
      END-IF
  END-IF

*>  El checkpoint nombra un archivo puntual del lote de una
        COMP-ER-CSV
        COMP-MONEDA

  IF WS-MODO-PARTICION = "S"
      CLOSE COMP-HIST
            COMP-IDX
  END-IF

  IF WS-MODO-ENSAYO NOT = "S" AND WS-MODO-PARTICION NOT = "S"
      PERFORM GRABAR-RESUMEN
      CLOSE COMP-RESUMEN
            COMP-HIST
  MOVE "FIN" TO FA-BIT
  MOVE "00"  TO RC-BIT
  MOVE SPACES TO DE-BIT
  EVALUATE TRUE
    WHEN WS-MODO-ENSAYO = "S"
      STRING "ENSAYO LEIDOS " CON-IN " OK " CON-OK " ER " CON-ER
             " PE " CON-PE DELIMITED BY SIZE
        INTO DE-BIT
      END-STRING
    WHEN WS-MODO-PARTICION = "S"
      STRING "P" WS-PARTICION-NRO " LEIDOS " CON-IN " OK " CON-OK
             " ER " CON-ER " PE " CON-PE " NC " CON-NC-AC
             DELIMITED BY SIZE
        INTO DE-BIT
      END-STRING
    WHEN OTHER
      STRING "LEIDOS " CON-IN " OK " CON-OK " ER " CON-ER
             " PE " CON-PE " NC " CON-NC-AC DELIMITED BY SIZE
        INTO DE-BIT
      END-STRING
  END-EVALUATE
  PERFORM GRABAR-BITACORA

  STOP RUN.
        CLOSE COMP-IN
    END-IF.

*> ==========================================================
*> SECCIÓN: CORRIDA PARTICIONADA (PARÁMETRO PARTICION nn). La
*> instancia recorre el reparto completo de M6_SIM_P3_PARTI y
*> clasifica sólo sus líneas, en el orden del lote, con el
*> mismo FILTRO de siempre: cada línea trae el archivo de
*> origen (para el histórico) y la marca de duplicado entre
*> particiones que consume VALIDAR-DUPLICADO.
*> ==========================================================

  ARMAR-NOMBRES-PARTICION.
    MOVE SPACES TO WS-NOMBRE-OK WS-NOMBRE-ER WS-NOMBRE-PE
                   WS-NOMBRE-NC WS-NOMBRE-ER-CSV WS-NOMBRE-MONEDA
                   WS-NOMBRE-HIST WS-NOMBRE-IDX
    STRING "COMP_OK_P" WS-PARTICION-NRO ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-OK
    END-STRING
    STRING "COMP_ER_P" WS-PARTICION-NRO ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-ER
    END-STRING
    STRING "COMP_PE_P" WS-PARTICION-NRO ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-PE
    END-STRING
    STRING "COMP_NC_P" WS-PARTICION-NRO ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-NC
    END-STRING
    STRING "COMP_ER_P" WS-PARTICION-NRO ".csv" DELIMITED BY SIZE
      INTO WS-NOMBRE-ER-CSV
    END-STRING
    STRING "COMP_MONEDA_P" WS-PARTICION-NRO ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-MONEDA
    END-STRING
    STRING "COMP_HIST_P" WS-PARTICION-NRO ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-HIST
    END-STRING
    STRING "COMP_IDX_P" WS-PARTICION-NRO ".txt" DELIMITED BY SIZE
      INTO WS-NOMBRE-IDX
    END-STRING.

  CARGAR-RANGO-PARTICION.
    OPEN INPUT COMP-PART-CTL
    IF FS-PART-CTL NOT = "00"
        DISPLAY "Error: falta el control del reparto "
                "(COMP_PARTICION_CTL.txt), FILE STATUS: " FS-PART-CTL
                "; correr antes M6_SIM_P3_PARTI. Se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO WS-PAR-HALLADA
    MOVE "N" TO FIN-PART-CTL
    PERFORM UNTIL FIN-PART-CTL = "1"
      READ COMP-PART-CTL
        AT END
          MOVE "1" TO FIN-PART-CTL
        NOT AT END
          IF PP-CTL = WS-PARTICION-NRO
              MOVE "S"    TO WS-PAR-HALLADA
              MOVE DE-CTL TO WS-PAR-DESDE
              MOVE HA-CTL TO WS-PAR-HASTA
              MOVE CA-CTL TO WS-PAR-ESPERADOS
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-PART-CTL

    IF WS-PAR-HALLADA NOT = "S"
        DISPLAY "Error: la particion " WS-PARTICION-NRO " no figura "
                "en el reparto vigente (COMP_PARTICION_CTL.txt); "
                "se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "Particion " WS-PARTICION-NRO ": CUIT " WS-PAR-DESDE
            " a " WS-PAR-HASTA ", " WS-PAR-ESPERADOS " registros.".

*> ----------------------------------------------------------
*> EVALUAR-RANGO-PADRON: la porción del padrón de la partición
*> son los CUIT de su rango; un CUIT no numérico le toca a la
*> 01, la misma regla con la que M6_SIM_P3_PARTI reparte los
*> comprobantes, así cada comprobante encuentra en su instancia
*> exactamente lo que habría encontrado en el padrón completo.
*> ----------------------------------------------------------
  EVALUAR-RANGO-PADRON.
    MOVE "N" TO WS-PAR-EN-RANGO
    IF CT-PAD IS NUMERIC
        MOVE CT-PAD TO WS-PAR-CT-NUM
        IF WS-PAR-CT-NUM >= WS-PAR-DESDE
           AND WS-PAR-CT-NUM <= WS-PAR-HASTA
            MOVE "S" TO WS-PAR-EN-RANGO
        END-IF
    ELSE
        IF WS-PARTICION-NRO = "01"
            MOVE "S" TO WS-PAR-EN-RANGO
        END-IF
    END-IF.

  PROCESAR-PARTICION.
    OPEN INPUT COMP-PART
    IF FS-PART NOT = "00"
        DISPLAY "Error: falta el reparto del lote "
                "(COMP_PARTICION.txt), FILE STATUS: " FS-PART
                "; correr antes M6_SIM_P3_PARTI. Se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-PART
    PERFORM UNTIL FIN-PART = "1"
      READ COMP-PART
        AT END
          MOVE "1" TO FIN-PART
        NOT AT END
          IF PP-PART = WS-PARTICION-NRO
              PERFORM CLASIFICAR-LINEA-PARTICION
          END-IF
      END-READ
      IF FS-PART NOT = "00" AND FS-PART NOT = "10"
        DISPLAY "Error al leer COMP_PARTICION.txt, FILE STATUS: "
                FS-PART
        MOVE 8 TO RETURN-CODE
        STOP RUN
      END-IF
    END-PERFORM

    CLOSE COMP-PART

*>  El reparto y su control se graban juntos: si no coinciden,
*>  COMP_PARTICION.txt se rearmó a mitad de camino y las
*>  salidas de esta partición no valen.
    IF CON-IN NOT = WS-PAR-ESPERADOS
        DISPLAY "Error: la particion " WS-PARTICION-NRO " leyo "
                CON-IN " registros y el control del reparto declara "
                WS-PAR-ESPERADOS "; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

  CLASIFICAR-LINEA-PARTICION.
    ADD 1 TO CON-IN
    MOVE RG-PART TO REG-IN
    MOVE OR-PART TO WS-NOMBRE-IN
    MOVE DX-PART TO WS-DUP-EXTERNO
    PERFORM CONVERTIR-MONEDA
    MOVE REG-IN TO REG-OK
    MOVE REG-IN TO REG-ER
    MOVE REG-IN TO REG-PE

    MOVE SQ-PART          TO SQ-IDX
    MOVE NC-IN            TO NC-IDX
    MOVE WS-MON-EXTENDIDO TO EX-IDX
    MOVE WS-REG-IDX       TO REG-IDX
    WRITE REG-IDX

    PERFORM FILTRO.

*> ==========================================================
*> SECCIÓN: VERIFICACIÓN PREVIA DEL LOTE COMPLETO CONTRA EL
*> MANIFIESTO. Pasada de sólo lectura sobre COMP_IN_LIST.txt y
    PERFORM BUSCAR-DUP
    IF WS-DUP-ENCONTRADO = "N"
        PERFORM INSERTAR-DUP
    END-IF
*>  En una partición, un NC que ya apareció antes en el lote en
*>  otra partición es duplicado aunque esta tabla no lo tenga
*>  (marca del reparto; en la corrida normal siempre es "N").
    IF WS-DUP-EXTERNO = "S"
        MOVE "S" TO WS-DUP-ENCONTRADO
    END-IF.

*> ==========================================================
*>            tarde desde AFIP.
              MOVE "S" TO WS-PAD-ESTADO
          END-EVALUATE
          IF WS-MODO-PARTICION = "S"
              PERFORM EVALUAR-RANGO-PADRON
          END-IF
          IF WS-PAR-EN-RANGO = "S"
              PERFORM INSERTAR-PAD
          ELSE
              ADD 1 TO WS-PAR-PAD-FUERA
          END-IF
      END-READ
    END-PERFORM
    CLOSE PADRON-CUIT

    IF WS-PAD-CANT = 0 AND WS-PAR-PAD-FUERA = 0
        DISPLAY "Error: PADRON_CUIT.txt existe pero no contiene "
                "ningun CUIT; se aborta."
        STOP RUN
    END-IF

    DISPLAY "Padron de CUIT cargado: " WS-PAD-CANT " entradas."
    IF WS-MODO-PARTICION = "S"
        DISPLAY "  (fuera del rango de la particion: "
                WS-PAR-PAD-FUERA ")"
    END-IF.

  CALCULAR-HASH-PAD.
*>  Hash polinomial base 31 sobre los 11 bytes del CUIT, el
      WHEN "RETEN-B"
      WHEN "RETEN-C"
        CONTINUE
*>    Umbrales del control de anomalías: los consume
*>    M6_SIM_P3_ANOMA; acá sólo se aceptan como claves válidas
*>    del archivo compartido.
      WHEN "ANOM-FRACC-PCT"
      WHEN "ANOM-FRACC-CANT"
      WHEN "ANOM-VOL-FACTOR"
      WHEN "ANOM-VOL-DIAS"
      WHEN "ANOM-HIST-MESES"
      WHEN "ANOM-FA-DIAS"
      WHEN "ANOM-GRAVES"
        CONTINUE
      WHEN OTHER
        DISPLAY "Error: clave desconocida en PARAM_M6.txt: '"
                FUNCTION TRIM(WS-PAR-CLAVE) "'; se aborta."
      WHEN OTHER
        CONTINUE
    END-EVALUATE.

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
