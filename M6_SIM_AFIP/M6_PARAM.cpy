      *>                                Las consume M6_SIM_P3_RETEN; el resto
      *>                                de los programas las acepta como claves
      *>                                válidas y las ignora.
      *>                ANOM-FRACC-PCT  ancho (%) de la franja justo debajo de
      *>                                TIPO-LIMITE-C / IE-LIMITE en la que un
      *>                                comprobante cuenta como posible
      *>                                fraccionamiento (10 = del 90% al tope)
      *>                ANOM-FRACC-CANT comprobantes en la franja que tiene que
      *>                                juntar un mismo CUIT en el día para
      *>                                disparar la alerta
      *>                ANOM-VOL-FACTOR veces el promedio diario histórico del
      *>                                CUIT que tiene que superar su importe
      *>                                del día para disparar la alerta
      *>                ANOM-VOL-DIAS   días con movimiento en el histórico que
      *>                                necesita un CUIT para que su promedio
      *>                                se juzgue (por debajo no hay base)
      *>                ANOM-HIST-MESES meses archivados (COMP_HIST_AAAAMM)
      *>                                que entran en el promedio, además del
      *>                                mes vigente en COMP_HIST.txt
      *>                ANOM-FA-DIAS    antigüedad de FA-IN, en días contra la
      *>                                fecha de corrida, a partir de la cual
      *>                                un comprobante se alerta
      *>                ANOM-GRAVES     reglas que se consideran graves (frenan
      *>                                la publicación), separadas por coma:
      *>                                FRC fraccionamiento bajo TIPO-LIMITE-C,
      *>                                FRI fraccionamiento bajo IE-LIMITE,
      *>                                VOL volumen del día, FAN FA antigua
      *>                                (vacío: ninguna es grave).
      *>                                Las consume M6_SIM_P3_ANOMA; el resto
      *>                                de los programas las acepta como claves
      *>                                válidas y las ignora.
      *>              Antes estos valores estaban cableados (y duplicados) en los
      *>              fuentes: cambiar un tope exigía recompilar dos programas y
      *>              ya quedaron desparejos una vez. Ahora cambiar un tope es
      *>              editar el archivo; cada programa valida el archivo completo
      *>              al arrancar y aborta si falta o está mal formado.
      *> USED BY    : M6_SIM_P3_ANSES, M6_SIM_P3_RECON, M6_SIM_P3_AGING,
      *>              M6_SIM_P3_REPRO, M6_SIM_P3_TEND, M6_SIM_P3_RETEN,
      *>              M6_SIM_P3_ANOMA, M6_SIM_P3_MANT.
      *> ============================================================================

    01 WS-PARAM-M6.
      05 WS-PAR-RET-TAB-C OCCURS 10 TIMES.
        10 WS-PAR-RET-C-HASTA PIC 9(9).
        10 WS-PAR-RET-C-ALI   PIC 9(2)V99.
      05 WS-PAR-ANO-FRACC-PCT  PIC 9(2) VALUE ZEROS.
      05 WS-PAR-ANO-FRACC-CANT PIC 9(3) VALUE ZEROS.
      05 WS-PAR-ANO-VOL-FACTOR PIC 9(3) VALUE ZEROS.
      05 WS-PAR-ANO-VOL-DIAS   PIC 9(3) VALUE ZEROS.
      05 WS-PAR-ANO-HIST-MESES PIC 9(3) VALUE ZEROS.
      05 WS-PAR-ANO-FA-DIAS    PIC 9(4) VALUE ZEROS.
      05 WS-PAR-ANO-GRV-FRC    PIC X    VALUE "N".
      05 WS-PAR-ANO-GRV-FRI    PIC X    VALUE "N".
      05 WS-PAR-ANO-GRV-VOL    PIC X    VALUE "N".
      05 WS-PAR-ANO-GRV-FAN    PIC X    VALUE "N".
      05 WS-PAR-TIENE-ANO-PCT  PIC X    VALUE "N".
      05 WS-PAR-TIENE-ANO-CANT PIC X    VALUE "N".
      05 WS-PAR-TIENE-ANO-FACT PIC X    VALUE "N".
      05 WS-PAR-TIENE-ANO-DIAS PIC X    VALUE "N".
      05 WS-PAR-TIENE-ANO-MES  PIC X    VALUE "N".
      05 WS-PAR-TIENE-ANO-FA   PIC X    VALUE "N".
      05 WS-PAR-TIENE-ANO-GRV  PIC X    VALUE "N".

    01 WS-PARAM-TRABAJO.
      05 WS-PAR-CLAVE         PIC X(20) VALUE SPACES.
      05 WS-PAR-RET-CANT-AUX  PIC 9(2)  VALUE ZEROS.
      05 WS-PAR-RET-HASTA-ANT PIC 9(9)  VALUE ZEROS.
      05 WS-PAR-RET-LARGO     PIC 9(2)  VALUE ZEROS.
      05 WS-PAR-ANO-TXT       PIC X(6)  OCCURS 4 TIMES.
      05 WS-PAR-ANO-CANT-AUX  PIC 9(2)  VALUE ZEROS.

    77 FIN-PARAM              PIC X     VALUE "N".
