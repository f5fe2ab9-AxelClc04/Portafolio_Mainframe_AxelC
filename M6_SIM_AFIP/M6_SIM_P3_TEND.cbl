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
