
*>  Novedades del día: CUIT|ACCION|RAZON SOCIAL| por línea, con
*>  acción ALTA, BAJA o SUSPENSION (la razón social sólo se usa
*>  en las altas); las cargadas por la pantalla de
*>  M6_SIM_P3_MANT agregan OPERADOR|FECHA|HORA| de la carga, que
*>  acá no se usan. Obligatorio: este programa se corre cuando
*>  hay novedades que aplicar; un archivo ausente es una corrida
*>  mal armada, no un día sin cambios.
    SELECT PADRON-NOV ASSIGN TO "PADRON_NOVEDADES.txt"
        05 FILLER    PIC X    VALUE "|".
        05 RS-NOV    PIC X(30).
        05 FILLER    PIC X    VALUE "|".
        05 OP-NOV    PIC X(10).
        05 FILLER    PIC X    VALUE "|".
        05 FC-NOV    PIC X(8).
        05 FILLER    PIC X    VALUE "|".
        05 HC-NOV    PIC X(6).
        05 FILLER    PIC X    VALUE "|".

    FD PADRON-LOG.
      01 REG-PADRON-LOG    PIC X(60).
