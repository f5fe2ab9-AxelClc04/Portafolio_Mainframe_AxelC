      WHEN "PLAZO-PENDIENTE"
      WHEN "CUIT-PREF-A"
      WHEN "UMBRAL-ERROR"
      WHEN "ANOM-FRACC-PCT"
      WHEN "ANOM-FRACC-CANT"
      WHEN "ANOM-VOL-FACTOR"
      WHEN "ANOM-VOL-DIAS"
      WHEN "ANOM-HIST-MESES"
      WHEN "ANOM-FA-DIAS"
      WHEN "ANOM-GRAVES"
        CONTINUE
      WHEN "RETEN-A"
        PERFORM CARGAR-TRAMOS-RET
