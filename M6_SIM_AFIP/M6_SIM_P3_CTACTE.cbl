*> ============================================================================
*> PROGRAM-ID : M6_SIM_P3_CTACTE
*> PURPOSE    : Cuenta corriente por CUIT: al cierre de cada ciclo (después
*>              de M6_SIM_P3_ACUSE) vuelca en un diario de movimientos
*>              (COMP_CTACTE_MOV.txt, que sólo crece, como COMP_HIST) todo
*>              lo que el ciclo hizo con cada CUIT -autorizaciones de
*>              COMP_OK, notas de crédito de COMP_NC, retenciones de
*>              COMP_RETEN y su devolución, rechazos del acuse de AFIP y
*>              rechazos definitivos de COMP_ER_DEF_DIA- y actualiza el
*>              maestro COMP_CTACTE.txt, una línea por CUIT con
*>              autorizado, notas de crédito, retenido, rechazado por
*>              AFIP, saldo, y la foto de lo que ese CUIT tiene pendiente
*>              en COMP_PE. Hasta ahora esos datos se pisaban de un ciclo
*>              al otro o quedaban dispersos; con el diario,
*>              M6_SIM_P3_EXTCC arma el extracto de un CUIT entre dos
*>              fechas con saldo inicial, corrido y final. Cada lote se
*>              vuelca una sola vez (COMP_CTACTE_CTL.txt), igual que el
*>              acumulado de M6_SIM_P3_RETAC; una corrida cortada a mitad
*>              del volcado se completa o se deshace entera (diario
*>              incluido) al volver a correr.
*> AUTHOR     : Axel Colace
*> DATE       : 15/10/2026
*> ============================================================================

IDENTIFICATION DIVISION.
  PROGRAM-ID. M6_SIM_P3_CTACTE.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.

*>  Autorizados del ciclo, ya sin los que AFIP rechazó (los
*>  retira M6_SIM_P3_ACUSE).
    SELECT COMP-OK ASSIGN TO "COMP_OK.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-OK.

*>  Rechazados del ciclo: de acá sólo interesan los que
*>  M6_SIM_P3_ACUSE devolvió con motivo AFIP-RECHAZO, que
*>  estuvieron autorizados y el ente no aceptó.
    SELECT COMP-ER ASSIGN TO "COMP_ER.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ER.

    SELECT COMP-NC ASSIGN TO "COMP_NC.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-NC.

    SELECT COMP-RETEN ASSIGN TO "COMP_RETEN.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-RETEN.

    SELECT COMP-PE ASSIGN TO "COMP_PE.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PE.

*>  Definitivos del ciclo vigente (ver el comentario de
*>  COMP-ER-DEF en M6_SIM_P3_CUADRA): COMP_ER_DEF.txt arrastra
*>  los de ciclos anteriores y los volcaría dos veces.
    SELECT COMP-ER-DEF ASSIGN TO "COMP_ER_DEF_DIA.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-ER-DEF.

    SELECT LOTE-NRO ASSIGN TO "COMP_LOTE_NRO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-LOTE.

*>  Maestro de cuenta corriente: una línea por CUIT con
*>  CUIT|AUTORIZADO|NOTAS-CREDITO|RETENIDO|RECHAZO-AFIP|SALDO|
*>  CANT-PEND|IMPORTE-PEND|CANT-DEF|IMPORTE-DEF|FECHA-ULT-MOV|.
*>  Saldo = autorizado - notas de crédito - retenido -
*>  rechazado por AFIP (con signo). Lo pendiente es una foto
*>  del COMP_PE del ciclo y los definitivos son informativos:
*>  ninguno de los dos mueve el saldo. Se reescribe completo
*>  en cada ciclo (tmp + rename).
    SELECT CTA-MAE ASSIGN TO "COMP_CTACTE.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-MAE.

    SELECT CTA-MAE-OUT ASSIGN TO "COMP_CTACTE.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-MAE-OUT.

*>  Diario de movimientos: una línea
*>  FECHA|LOTE|CUIT|TIPO-MOV|NC|TIPO|IMPORTE|SIGNO| por
*>  movimiento. Tipos: AU autorización (+), NC nota de crédito
*>  (-), RE retención (-), DR devolución de retención por nota
*>  de crédito o rechazo (+), RA rechazo de AFIP (-) y DF
*>  rechazo definitivo (signo en blanco: informativo, no mueve
*>  el saldo). Sólo crece; lo lee M6_SIM_P3_EXTCC.
    SELECT CTA-MOV ASSIGN TO "COMP_CTACTE_MOV.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-MOV.

    SELECT CTA-MOV-OUT ASSIGN TO "COMP_CTACTE_MOV.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-MOV-OUT.

*>  Lotes ya volcados: una línea LOTE|FECHA| por lote. Se
*>  reescribe por tmp, como el maestro.
    SELECT CTA-CTL ASSIGN TO "COMP_CTACTE_CTL.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CTL.

    SELECT CTA-CTL-OUT ASSIGN TO "COMP_CTACTE_CTL.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CTL-OUT.

*>  Volcado en curso: una línea LOTE|CANT-MOV|FECHA| con el
*>  lote y las líneas que tenía el diario antes de agregarle
*>  las del lote. Se graba antes de tocar el diario y se borra
*>  cuando el maestro y el control ya están reemplazados; si
*>  está al arrancar, la corrida anterior se cortó (ver
*>  RECUPERAR-VOLCADO-PENDIENTE).
    SELECT CTA-PEND ASSIGN TO "COMP_CTACTE_PEND.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-PEND.

*>  Bitácora común de ejecución de toda la cadena (ver el
*>  comentario de COMP-BITAC en M6_SIM_P3_ANSES).
    SELECT COMP-BITAC ASSIGN TO "COMP_LOG.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-BITAC.

*>  Estado de ciclo de la cadena (ver el comentario de
*>  CICLO-EST en M6_SIM_P3_ANSES): candado de secuencia que el
*>  scheduler solo no da.
    SELECT CICLO-EST ASSIGN TO "CICLO_ESTADO.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO.

    SELECT CICLO-EST-OUT ASSIGN TO "CICLO_ESTADO.txt.tmp"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS FS-CICLO-OUT.


DATA DIVISION.
  FILE SECTION.

    FD COMP-OK.
      01 REG-OK.
        05 NC-OK     PIC X(13).
        05 FILLER    PIC X.
        05 FA-OK     PIC X(8).
        05 FILLER    PIC X.
        05 CT-OK     PIC X(11).
        05 FILLER    PIC X.
        05 TO-OK     PIC X(1).
        05 FILLER    PIC X.
        05 IE-OK     PIC X(9).
        05 FILLER    PIC X.
        05 EO-OK     PIC X(10).
        05 FILLER    PIC X.

    FD COMP-ER.
      01 REG-ER.
        05 NC-ER     PIC X(13).
        05 FILLER    PIC X.
        05 FA-ER     PIC X(8).
        05 FILLER    PIC X.
        05 CT-ER     PIC X(11).
        05 FILLER    PIC X.
        05 TO-ER     PIC X(1).
        05 FILLER    PIC X.
        05 IE-ER     PIC X(9).
        05 FILLER    PIC X.
        05 EO-ER     PIC X(10).
        05 FILLER    PIC X.
        05 MO-ER     PIC X(16).
        05 MO-ER-SEP PIC X.
        05 MO-ER-COD PIC X(3).

    FD COMP-NC.
      01 REG-NC.
        05 NC-NC     PIC X(13).
        05 FILLER    PIC X.
        05 FA-NC     PIC X(8).
        05 FILLER    PIC X.
        05 CT-NC     PIC X(11).
        05 FILLER    PIC X.
        05 TO-NC     PIC X(1).
        05 FILLER    PIC X.
        05 IE-NC     PIC X(9).
        05 FILLER    PIC X.
        05 NE-NC     PIC X(9).
        05 FILLER    PIC X.

    FD COMP-RETEN.
      01 REG-RETEN.
        05 NC-RET    PIC X(13).
        05 FILLER    PIC X.
        05 CT-RET    PIC X(11).
        05 FILLER    PIC X.
        05 TO-RET    PIC X(1).
        05 FILLER    PIC X.
        05 BR-RET    PIC X(9).
        05 FILLER    PIC X.
        05 AL-RET    PIC X(4).
        05 FILLER    PIC X.
        05 RE-RET    PIC X(9).
        05 FILLER    PIC X.
        05 NE-RET    PIC X(9).
        05 FILLER    PIC X.

    FD COMP-PE.
      01 REG-PE.
        05 NC-PE     PIC X(13).
        05 FILLER    PIC X.
        05 FA-PE     PIC X(8).
        05 FILLER    PIC X.
        05 CT-PE     PIC X(11).
        05 FILLER    PIC X.
        05 TO-PE     PIC X(1).
        05 FILLER    PIC X.
        05 IE-PE     PIC X(9).
        05 FILLER    PIC X.
        05 EO-PE     PIC X(10).
        05 FILLER    PIC X.

    FD COMP-ER-DEF.
      01 REG-ER-DEF.
        05 NC-DF     PIC X(13).
        05 FILLER    PIC X.
        05 FA-DF     PIC X(8).
        05 FILLER    PIC X.
        05 CT-DF     PIC X(11).
        05 FILLER    PIC X.
        05 TO-DF     PIC X(1).
        05 FILLER    PIC X.
        05 IE-DF     PIC X(9).
        05 FILLER    PIC X.
        05 EO-DF     PIC X(10).
        05 FILLER    PIC X.
        05 MO-DF     PIC X(16).
        05 MO-DF-SEP PIC X.
        05 MO-DF-COD PIC X(3).

    FD LOTE-NRO.
      01 REG-LOTE          PIC X(10).

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

    FD CTA-MAE-OUT.
      01 REG-MAE-OUT       PIC X(154).

    FD CTA-MOV.
      01 REG-MOV           PIC X(59).

    FD CTA-MOV-OUT.
      01 REG-MOV-OUT       PIC X(59).

    FD CTA-CTL.
      01 REG-CTL.
        05 LO-CTL    PIC X(6).
        05 FILLER    PIC X.
        05 FE-CTL    PIC X(8).
        05 FILLER    PIC X.

    FD CTA-CTL-OUT.
      01 REG-CTL-OUT       PIC X(16).

    FD CTA-PEND.
      01 REG-PEND          PIC X(26).

    FD COMP-BITAC.
      01 REG-BITAC         PIC X(105).

    FD CICLO-EST.
      01 REG-CICLO.
        05 UL-CIC    PIC X(1).
        05 FILLER    PIC X    VALUE "|".
        05 PG-CIC    PIC X(17).
        05 FILLER    PIC X    VALUE "|".
        05 ES-CIC    PIC X(7).
        05 FILLER    PIC X    VALUE "|".
        05 FE-CIC    PIC X(8).
        05 FILLER    PIC X    VALUE "|".
        05 HO-CIC    PIC X(6).
        05 FILLER    PIC X    VALUE "|".
        05 RC-CIC    PIC X(2).
        05 FILLER    PIC X    VALUE "|".

    FD CICLO-EST-OUT.
      01 REG-CICLO-OUT     PIC X(47).

  WORKING-STORAGE SECTION.

    77 FS-OK         PIC XX.
    77 FS-ER         PIC XX.
    77 FS-NC         PIC XX.
    77 FS-RETEN      PIC XX.
    77 FS-PE         PIC XX.
    77 FS-ER-DEF     PIC XX.
    77 FS-LOTE       PIC XX.
    77 FS-MAE        PIC XX.
    77 FS-MAE-OUT    PIC XX.
    77 FS-MOV        PIC XX.
    77 FS-MOV-OUT    PIC XX.
    77 FS-CTL        PIC XX.
    77 FS-CTL-OUT    PIC XX.
    77 FS-PEND       PIC XX.

    77 FIN-OK        PIC X    VALUE "N".
    77 FIN-ER        PIC X    VALUE "N".
    77 FIN-NC        PIC X    VALUE "N".
    77 FIN-RETEN     PIC X    VALUE "N".
    77 FIN-PE        PIC X    VALUE "N".
    77 FIN-ER-DEF    PIC X    VALUE "N".
    77 FIN-MAE       PIC X    VALUE "N".
    77 FIN-CTL       PIC X    VALUE "N".
    77 FIN-MOV       PIC X    VALUE "N".

    77 WS-RENAME-RC  PIC 9(9) COMP-5 VALUE ZEROS.
    77 WS-DELETE-RC  PIC 9(9) COMP-5 VALUE ZEROS.

    77 WS-FECHA-CORRIDA   PIC X(8)  VALUE SPACES.
    77 WS-LOTE-PUBLICADO  PIC 9(6)  VALUE ZEROS.
    77 WS-LOTE-YA-VOLCADO PIC X     VALUE "N".
    77 WS-LOTE-CICLO      PIC 9(6)  VALUE ZEROS.
    77 WS-MOV-PREVIOS     PIC 9(9)  VALUE ZEROS.
    77 WS-MOV-COPIADOS    PIC 9(9)  VALUE ZEROS.

    77 CON-AUTORIZADOS    PIC 9(9) VALUE ZEROS.
    77 CON-NOTAS          PIC 9(9) VALUE ZEROS.
    77 CON-RETENCIONES    PIC 9(9) VALUE ZEROS.
    77 CON-DEVOLUCIONES   PIC 9(9) VALUE ZEROS.
    77 CON-RECH-AFIP      PIC 9(9) VALUE ZEROS.
    77 CON-DEFINITIVOS    PIC 9(9) VALUE ZEROS.
    77 CON-PENDIENTES     PIC 9(9) VALUE ZEROS.
    77 CON-ILEGIBLES      PIC 9(9) VALUE ZEROS.
    77 CON-MOVIMIENTOS    PIC 9(9) VALUE ZEROS.
    77 CON-CUIT-GRABADOS  PIC 9(9) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DEL MAESTRO DE CUENTA CORRIENTE EN MEMORIA. Tabla
*> hash con direccionamiento abierto (sondeo lineal), el mismo
*> esquema que las tablas de M6_SIM_P3_ANSES, claveada por
*> CUIT. El saldo no se guarda: se calcula al grabar.
*> ----------------------------------------------------------
    01 WS-CTA-CONTROL.
      05 WS-CTA-ENCONTRADO    PIC X     VALUE "N".
      05 WS-CTA-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-CTA-TABLA-MAX     PIC 9(7)  VALUE 1000003.
      05 WS-CTA-IDX           PIC 9(7)  VALUE ZEROS.
      05 WS-CTA-PROBE-CANT    PIC 9(7)  VALUE ZEROS.
      05 WS-CTA-CLAVE         PIC X(11) VALUE SPACES.
      05 WS-CTA-HASH-SUMA     PIC 9(9)  COMP VALUE ZEROS.
      05 WS-CTA-HASH-POS      PIC 9(2)  VALUE ZEROS.
      05 WS-CTA-HASH-IDX      PIC 9(7)  VALUE ZEROS.
      05 WS-CTA-SLOT OCCURS 1000003 TIMES.
        10 WS-CTA-SLOT-VAL      PIC X(11) VALUE SPACES.
        10 WS-CTA-SLOT-AU       PIC 9(15) VALUE ZEROS.
        10 WS-CTA-SLOT-NC       PIC 9(15) VALUE ZEROS.
        10 WS-CTA-SLOT-RE       PIC 9(15) VALUE ZEROS.
        10 WS-CTA-SLOT-RA       PIC 9(15) VALUE ZEROS.
        10 WS-CTA-SLOT-PC       PIC 9(9)  VALUE ZEROS.
        10 WS-CTA-SLOT-PI       PIC 9(15) VALUE ZEROS.
        10 WS-CTA-SLOT-DC       PIC 9(9)  VALUE ZEROS.
        10 WS-CTA-SLOT-DI       PIC 9(15) VALUE ZEROS.
        10 WS-CTA-SLOT-FU       PIC X(8)  VALUE SPACES.
        10 WS-CTA-SLOT-OCUP     PIC X     VALUE SPACE.

*> ----------------------------------------------------------
*> ÁREA DE RETENCIONES DEL CICLO POR COMPROBANTE (MISMO
*> ESQUEMA QUE M6_SIM_P3_RETAC): lo que le queda retenido a
*> cada comprobante después de las notas de crédito, para que
*> la devolución por rechazo de AFIP no devuelva de más.
*> ----------------------------------------------------------
    01 WS-CMP-CONTROL.
      05 WS-CMP-ENCONTRADO    PIC X     VALUE "N".
      05 WS-CMP-SATURADA      PIC X     VALUE "N".
      05 WS-CMP-CANT          PIC 9(7)  VALUE ZEROS.
      05 WS-CMP-TABLA-MAX     PIC 9(7)  VALUE 1000003.
      05 WS-CMP-IDX           PIC 9(7)  VALUE ZEROS.
      05 WS-CMP-PROBE-CANT    PIC 9(7)  VALUE ZEROS.
      05 WS-CMP-CLAVE         PIC X(13) VALUE SPACES.
      05 WS-CMP-HASH-SUMA     PIC 9(9)  COMP VALUE ZEROS.
      05 WS-CMP-HASH-POS      PIC 9(2)  VALUE ZEROS.
      05 WS-CMP-HASH-IDX      PIC 9(7)  VALUE ZEROS.
      05 WS-CMP-SLOT OCCURS 1000003 TIMES.
        10 WS-CMP-SLOT-VAL      PIC X(13) VALUE SPACES.
        10 WS-CMP-SLOT-CT       PIC X(11) VALUE SPACES.
        10 WS-CMP-SLOT-AL       PIC 9(2)V99 VALUE ZEROS.
        10 WS-CMP-SLOT-AL-X REDEFINES WS-CMP-SLOT-AL PIC X(4).
        10 WS-CMP-SLOT-BASE     PIC 9(9)  VALUE ZEROS.
        10 WS-CMP-SLOT-RET      PIC 9(9)  VALUE ZEROS.
        10 WS-CMP-SLOT-OCUP     PIC X     VALUE SPACE.

*> ----------------------------------------------------------
*> ÁREA DEL MOVIMIENTO EN CURSO Y DEL DESCUENTO DE RETENCIÓN.
*> ----------------------------------------------------------
    01 WS-MOVIMIENTO.
      05 WS-MOV-CT            PIC X(11) VALUE SPACES.
      05 WS-MOV-TIPO-MOV      PIC X(2)  VALUE SPACES.
      05 WS-MOV-NC            PIC X(13) VALUE SPACES.
      05 WS-MOV-TO            PIC X(1)  VALUE SPACES.
      05 WS-MOV-IMPORTE       PIC 9(9)  VALUE ZEROS.

    01 WS-DESCUENTO.
      05 WS-DES-IMPORTE       PIC 9(9)  VALUE ZEROS.
      05 WS-DES-RETENCION     PIC 9(9)  VALUE ZEROS.

    77 WS-SALDO               PIC S9(15) VALUE ZEROS.

*> ----------------------------------------------------------
*> ÁREA DE ARMADO DE LAS LÍNEAS DEL DIARIO, DEL MAESTRO Y DEL
*> CONTROL DE LOTES.
*> ----------------------------------------------------------
    01 WS-REG-MOV.
      05 FE-MOV-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 LO-MOV-WS   PIC 9(6).
      05 FILLER      PIC X    VALUE "|".
      05 CT-MOV-WS   PIC X(11).
      05 FILLER      PIC X    VALUE "|".
      05 TM-MOV-WS   PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 NC-MOV-WS   PIC X(13).
      05 FILLER      PIC X    VALUE "|".
      05 TO-MOV-WS   PIC X(1).
      05 FILLER      PIC X    VALUE "|".
      05 IM-MOV-WS   PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 SG-MOV-WS   PIC X(1).
      05 FILLER      PIC X    VALUE "|".

    01 WS-REG-MAE.
      05 CT-MAE-WS   PIC X(11).
      05 FILLER      PIC X    VALUE "|".
      05 AU-MAE-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 NC-MAE-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 RE-MAE-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 RA-MAE-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 SA-MAE-WS   PIC S9(15) SIGN LEADING SEPARATE.
      05 FILLER      PIC X    VALUE "|".
      05 PC-MAE-WS   PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 PI-MAE-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 DC-MAE-WS   PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 DI-MAE-WS   PIC 9(15).
      05 FILLER      PIC X    VALUE "|".
      05 FU-MAE-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".

    01 WS-REG-CTL.
      05 LO-CTL-WS   PIC 9(6).
      05 FILLER      PIC X    VALUE "|".
      05 FE-CTL-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".

    01 WS-REG-PEND.
      05 LO-PEND-WS  PIC 9(6).
      05 FILLER      PIC X    VALUE "|".
      05 CA-PEND-WS  PIC 9(9).
      05 FILLER      PIC X    VALUE "|".
      05 FE-PEND-WS  PIC X(8).
      05 FILLER      PIC X    VALUE "|".

*>  Marca de volcado que dejó una corrida cortada.
    01 WS-PEND-ANTERIOR.
      05 LO-PEND-ANT PIC X(6).
      05 FILLER      PIC X.
      05 CA-PEND-ANT PIC 9(9).
      05 FILLER      PIC X.
      05 FE-PEND-ANT PIC X(8).
      05 CI-PEND-ANT PIC X.

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
      05 PG-BIT      PIC X(17) VALUE "M6_SIM_P3_CTACTE".
      05 FILLER      PIC X    VALUE "|".
      05 FA-BIT      PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-BIT      PIC X(2).
      05 FILLER      PIC X    VALUE "|".
      05 DE-BIT      PIC X(60).
      05 FILLER      PIC X    VALUE "|".

*> ----------------------------------------------------------
*> ÁREA DEL ESTADO DE CICLO (CICLO_ESTADO.txt), RÉPLICA DEL
*> MISMO ESQUEMA QUE ESTAMPA M6_SIM_P3_ANSES (VER EL
*> COMENTARIO DE CICLO-EST AHÍ). Fase requerida: 8 (el acuse
*> del lote, que es lo que fija qué quedó autorizado y qué
*> rechazó AFIP); fase propia: 0, igual que M6_SIM_P3_RETAC.
*> ----------------------------------------------------------
    77 FS-CICLO         PIC XX.
    77 FS-CICLO-OUT     PIC XX.

    01 WS-CICLO-CONTROL.
      05 WS-CIC-EXISTE        PIC X     VALUE "N".
      05 WS-CIC-ULT           PIC 9(1)  VALUE ZEROS.
      05 WS-CIC-PROG          PIC X(17) VALUE SPACES.
      05 WS-CIC-ESTADO        PIC X(7)  VALUE SPACES.
      05 WS-CIC-RC            PIC X(2)  VALUE SPACES.
      05 WS-CIC-FORZADO       PIC X     VALUE "N".
      05 WS-CIC-FASE-REQ      PIC 9(1)  VALUE 8.
      05 WS-CIC-FASE-PROPIA   PIC 9(1)  VALUE 0.
      05 WS-CIC-RC-FIN        PIC X(2)  VALUE SPACES.
      05 WS-CIC-DELETE-RC     PIC 9(9)  COMP-5 VALUE ZEROS.
      05 WS-CIC-RENAME-RC     PIC 9(9)  COMP-5 VALUE ZEROS.

    01 WS-REG-CICLO.
      05 UL-CIC-WS   PIC 9(1).
      05 FILLER      PIC X    VALUE "|".
      05 PG-CIC-WS   PIC X(17) VALUE "M6_SIM_P3_CTACTE".
      05 FILLER      PIC X    VALUE "|".
      05 ES-CIC-WS   PIC X(7).
      05 FILLER      PIC X    VALUE "|".
      05 FE-CIC-WS   PIC X(8).
      05 FILLER      PIC X    VALUE "|".
      05 HO-CIC-WS   PIC X(6).
      05 FILLER      PIC X    VALUE "|".
      05 RC-CIC-WS   PIC X(2).
      05 FILLER      PIC X    VALUE "|".


PROCEDURE DIVISION.

*> ==========================================================
*> SECCIÓN: CONTROL DE CICLO Y DEL LOTE A VOLCAR.
*> ==========================================================

  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CORRIDA

  MOVE "INICIO" TO FA-BIT
  MOVE SPACES   TO RC-BIT DE-BIT
  PERFORM GRABAR-BITACORA

  PERFORM VERIFICAR-CICLO
  PERFORM ESTAMPAR-CICLO-INICIO

  PERFORM CARGAR-LOTE-NRO

  PERFORM RECUPERAR-VOLCADO-PENDIENTE

*>  Un lote ya volcado no vuelve a generar movimientos: la
*>  segunda corrida es un reintento del operador.
  PERFORM VERIFICAR-LOTE-VOLCADO
  IF WS-LOTE-YA-VOLCADO = "S"
      DISPLAY "Aviso: el lote " WS-LOTE-PUBLICADO " ya figura "
              "volcado en COMP_CTACTE_CTL.txt; no se vuelve a "
              "registrar."
      MOVE "04" TO WS-CIC-RC-FIN
      PERFORM ESTAMPAR-CICLO-FIN
      MOVE 4 TO RETURN-CODE
      MOVE "FIN" TO FA-BIT
      MOVE "04"  TO RC-BIT
      MOVE SPACES TO DE-BIT
      STRING "LOTE " WS-LOTE-PUBLICADO " YA VOLCADO"
             DELIMITED BY SIZE
        INTO DE-BIT
      END-STRING
      PERFORM GRABAR-BITACORA
      STOP RUN
  END-IF

*> ==========================================================
*> SECCIÓN: MAESTRO ANTERIOR Y RETENCIONES DEL CICLO.
*> ==========================================================

  PERFORM CARGAR-MAESTRO

  PERFORM CARGAR-RETENCIONES

*> ==========================================================
*> SECCIÓN: MOVIMIENTOS DEL CICLO. El orden de las pasadas
*> es el del circuito: autorizaciones (con su retención),
*> notas de crédito (con la devolución de retención que les
*> corresponde), rechazos de AFIP y definitivos. Lo pendiente
*> es una foto, no un movimiento. Antes de agregar nada al
*> diario queda anotado cuántas líneas tenía.
*> ==========================================================

  PERFORM MARCAR-VOLCADO-PENDIENTE

  OPEN EXTEND CTA-MOV
  IF FS-MOV = "35"
      OPEN OUTPUT CTA-MOV
  END-IF
  IF FS-MOV NOT = "00"
      DISPLAY "Error al abrir COMP_CTACTE_MOV.txt, FILE STATUS: "
              FS-MOV
      MOVE 8 TO RETURN-CODE
      STOP RUN
  END-IF

  PERFORM VOLCAR-AUTORIZADOS

  PERFORM VOLCAR-NOTAS-CREDITO

  PERFORM VOLCAR-RECHAZOS-AFIP

  PERFORM VOLCAR-DEFINITIVOS

  CLOSE CTA-MOV

  PERFORM CARGAR-PENDIENTES

*> ==========================================================
*> SECCIÓN: REEMPLAZO DEL MAESTRO Y REGISTRO DEL LOTE. El
*> maestro y el control se graban completos en sus tmp; el
*> reemplazo del maestro es el momento en que el lote queda
*> volcado, y después se reemplaza el control y se borra la
*> marca de volcado en curso.
*> ==========================================================

  PERFORM GRABAR-MAESTRO

  PERFORM GRABAR-LOTE-VOLCADO

  PERFORM CONFIRMAR-VOLCADO

  DISPLAY "Lote volcado:               " WS-LOTE-PUBLICADO
  DISPLAY "Autorizaciones:             " CON-AUTORIZADOS
  DISPLAY "Notas de credito:           " CON-NOTAS
  DISPLAY "Retenciones:                " CON-RETENCIONES
  DISPLAY "Devoluciones de retencion:  " CON-DEVOLUCIONES
  DISPLAY "Rechazos AFIP:              " CON-RECH-AFIP
  DISPLAY "Rechazos definitivos:       " CON-DEFINITIVOS
  DISPLAY "Pendientes en COMP_PE:      " CON-PENDIENTES
  DISPLAY "Registros ilegibles:        " CON-ILEGIBLES
  DISPLAY "Movimientos grabados:       " CON-MOVIMIENTOS
  DISPLAY "CUIT en el maestro:         " CON-CUIT-GRABADOS
  DISPLAY "---------FIN DE CUENTA CORRIENTE---------"

  MOVE "00" TO WS-CIC-RC-FIN
  PERFORM ESTAMPAR-CICLO-FIN

  MOVE "FIN" TO FA-BIT
  MOVE "00"  TO RC-BIT
  MOVE SPACES TO DE-BIT
  STRING "LOTE " WS-LOTE-PUBLICADO " MOVS " CON-MOVIMIENTOS
         " CUIT " CON-CUIT-GRABADOS DELIMITED BY SIZE
    INTO DE-BIT
  END-STRING
  PERFORM GRABAR-BITACORA

  STOP RUN.

*> ==========================================================
*> SECCIÓN: LOTE PUBLICADO (MISMA LECTURA QUE
*> M6_SIM_P3_ACUSE/CARGAR-LOTE-NRO) Y CONTROL DE LOTES YA
*> VOLCADOS.
*> ==========================================================

  CARGAR-LOTE-NRO.
    OPEN INPUT LOTE-NRO
    IF FS-LOTE NOT = "00"
        DISPLAY "Error: no hay lote publicado (COMP_LOTE_NRO.txt), "
                "FILE STATUS: " FS-LOTE "; no hay ciclo que volcar."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ LOTE-NRO
      AT END
        DISPLAY "Error: COMP_LOTE_NRO.txt esta vacio; se aborta."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-READ
    IF REG-LOTE(1:6) IS NUMERIC
        MOVE REG-LOTE(1:6) TO WS-LOTE-PUBLICADO
    ELSE
        DISPLAY "Error: COMP_LOTE_NRO.txt no contiene un numero de "
                "lote valido: '" REG-LOTE "'"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE LOTE-NRO.

  VERIFICAR-LOTE-VOLCADO.
    MOVE "N" TO WS-LOTE-YA-VOLCADO
    MOVE "N" TO FIN-CTL
    OPEN INPUT CTA-CTL
    IF FS-CTL = "00"
        PERFORM UNTIL FIN-CTL = "1"
          READ CTA-CTL
            AT END
              MOVE "1" TO FIN-CTL
            NOT AT END
              IF LO-CTL IS NUMERIC
                 AND LO-CTL = WS-LOTE-PUBLICADO
                  MOVE "S" TO WS-LOTE-YA-VOLCADO
              END-IF
          END-READ
        END-PERFORM
        CLOSE CTA-CTL
    END-IF.

*>  El control nuevo es el anterior más la línea del lote, en
*>  COMP_CTACTE_CTL.txt.tmp; se graba después del tmp del
*>  maestro, así un control tmp presente con el maestro tmp ya
*>  renombrado quiere decir que el maestro se reemplazó.
  GRABAR-LOTE-VOLCADO.
    OPEN OUTPUT CTA-CTL-OUT
    IF FS-CTL-OUT NOT = "00"
        DISPLAY "Error al crear COMP_CTACTE_CTL.txt.tmp, FILE STATUS: "
                FS-CTL-OUT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO FIN-CTL
    OPEN INPUT CTA-CTL
    IF FS-CTL = "00"
        PERFORM UNTIL FIN-CTL = "1"
          READ CTA-CTL
            AT END
              MOVE "1" TO FIN-CTL
            NOT AT END
              MOVE REG-CTL TO REG-CTL-OUT
              WRITE REG-CTL-OUT
          END-READ
        END-PERFORM
        CLOSE CTA-CTL
    END-IF
    MOVE WS-LOTE-PUBLICADO TO LO-CTL-WS
    MOVE WS-FECHA-CORRIDA  TO FE-CTL-WS
    MOVE WS-REG-CTL TO REG-CTL-OUT
    WRITE REG-CTL-OUT
    CLOSE CTA-CTL-OUT.

  CONFIRMAR-VOLCADO.
    CALL "CBL_RENAME_FILE" USING "COMP_CTACTE.txt.tmp"
                                  "COMP_CTACTE.txt"
      RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        DISPLAY "Error al reemplazar COMP_CTACTE.txt, RC=" WS-RENAME-RC
                "; la proxima corrida deshace el volcado del lote."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM COMPLETAR-CONTROL-VOLCADO
    CALL "CBL_DELETE_FILE" USING "COMP_CTACTE_PEND.txt"
      RETURNING WS-DELETE-RC.

  COMPLETAR-CONTROL-VOLCADO.
    CALL "CBL_RENAME_FILE" USING "COMP_CTACTE_CTL.txt.tmp"
                                  "COMP_CTACTE_CTL.txt"
      RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        DISPLAY "Error al reemplazar COMP_CTACTE_CTL.txt, RC="
                WS-RENAME-RC "; el lote ya quedo volcado y la "
                "proxima corrida completa el control."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ==========================================================
*> SECCIÓN: VOLCADO EN CURSO. La marca COMP_CTACTE_PEND.txt
*> se graba antes de agregar el lote al diario y se borra al
*> final; si está al arrancar, la corrida anterior se cortó en
*> el medio y se resuelve antes que nada:
*>   - el lote ya figura en el control: sólo faltó borrar la
*>     marca;
*>   - el control tmp está y el maestro tmp ya no: el maestro
*>     se reemplazó, falta reemplazar el control;
*>   - si no, el maestro no se llegó a reemplazar: el diario se
*>     recorta a las líneas que tenía antes del lote (tmp +
*>     rename, como M6_SIM_P3_REVER recorta COMP_HIST), se
*>     descartan los tmp y el lote se vuelca de nuevo.
*> Una marca ilegible es de un corte mientras se grababa, antes
*> de tocar el diario, y se descarta.
*> ==========================================================

  MARCAR-VOLCADO-PENDIENTE.
    MOVE ZEROS TO WS-MOV-PREVIOS
    MOVE "N" TO FIN-MOV
    OPEN INPUT CTA-MOV
    IF FS-MOV = "00"
        PERFORM UNTIL FIN-MOV = "1"
          READ CTA-MOV
            AT END
              MOVE "1" TO FIN-MOV
            NOT AT END
              ADD 1 TO WS-MOV-PREVIOS
          END-READ
        END-PERFORM
        CLOSE CTA-MOV
    END-IF

    OPEN OUTPUT CTA-PEND
    IF FS-PEND NOT = "00"
        DISPLAY "Error al crear COMP_CTACTE_PEND.txt, FILE STATUS: "
                FS-PEND
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-LOTE-PUBLICADO TO LO-PEND-WS
    MOVE WS-MOV-PREVIOS    TO CA-PEND-WS
    MOVE WS-FECHA-CORRIDA  TO FE-PEND-WS
    MOVE WS-REG-PEND TO REG-PEND
    WRITE REG-PEND
    CLOSE CTA-PEND.

  RECUPERAR-VOLCADO-PENDIENTE.
    OPEN INPUT CTA-PEND
    IF FS-PEND NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ CTA-PEND
      AT END
        MOVE SPACES TO REG-PEND
    END-READ
    CLOSE CTA-PEND

    MOVE REG-PEND TO WS-PEND-ANTERIOR
    IF LO-PEND-ANT IS NOT NUMERIC OR CA-PEND-ANT IS NOT NUMERIC
       OR CI-PEND-ANT NOT = "|"
        DISPLAY "Aviso: se descarta COMP_CTACTE_PEND.txt ilegible de "
                "una corrida cortada antes de tocar el diario."
        CALL "CBL_DELETE_FILE" USING "COMP_CTACTE_PEND.txt"
          RETURNING WS-DELETE-RC
        EXIT PARAGRAPH
    END-IF

    MOVE WS-LOTE-PUBLICADO TO WS-LOTE-CICLO
    MOVE LO-PEND-ANT        TO WS-LOTE-PUBLICADO
    PERFORM VERIFICAR-LOTE-VOLCADO
    MOVE WS-LOTE-CICLO     TO WS-LOTE-PUBLICADO
    IF WS-LOTE-YA-VOLCADO = "S"
        CALL "CBL_DELETE_FILE" USING "COMP_CTACTE_PEND.txt"
          RETURNING WS-DELETE-RC
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT CTA-CTL-OUT
    IF FS-CTL-OUT = "00"
        CLOSE CTA-CTL-OUT
        OPEN INPUT CTA-MAE-OUT
        IF FS-MAE-OUT = "00"
            CLOSE CTA-MAE-OUT
        ELSE
            DISPLAY "Aviso: la corrida anterior del lote " LO-PEND-ANT
                    " ya habia reemplazado el maestro; se completa "
                    "COMP_CTACTE_CTL.txt."
            PERFORM COMPLETAR-CONTROL-VOLCADO
            CALL "CBL_DELETE_FILE" USING "COMP_CTACTE_PEND.txt"
              RETURNING WS-DELETE-RC
            EXIT PARAGRAPH
        END-IF
    END-IF

    DISPLAY "Aviso: la corrida anterior del lote " LO-PEND-ANT
            " se corto antes de reemplazar el maestro; se recorta "
            "COMP_CTACTE_MOV.txt a " CA-PEND-ANT " lineas."
    PERFORM RECORTAR-DIARIO
    CALL "CBL_DELETE_FILE" USING "COMP_CTACTE.txt.tmp"
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING "COMP_CTACTE_CTL.txt.tmp"
      RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING "COMP_CTACTE_PEND.txt"
      RETURNING WS-DELETE-RC.

  RECORTAR-DIARIO.
    MOVE ZEROS TO WS-MOV-COPIADOS
    OPEN INPUT CTA-MOV
    IF FS-MOV NOT = "00"
        IF CA-PEND-ANT = 0
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Error al abrir COMP_CTACTE_MOV.txt, FILE STATUS: "
                FS-MOV "; no se puede deshacer el volcado cortado."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT CTA-MOV-OUT
    IF FS-MOV-OUT NOT = "00"
        DISPLAY "Error al crear COMP_CTACTE_MOV.txt.tmp, FILE STATUS: "
                FS-MOV-OUT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO FIN-MOV
    PERFORM UNTIL FIN-MOV = "1"
      READ CTA-MOV
        AT END
          MOVE "1" TO FIN-MOV
        NOT AT END
          IF WS-MOV-COPIADOS < CA-PEND-ANT
              MOVE REG-MOV TO REG-MOV-OUT
              WRITE REG-MOV-OUT
              ADD 1 TO WS-MOV-COPIADOS
          ELSE
              MOVE "1" TO FIN-MOV
          END-IF
      END-READ
    END-PERFORM
    CLOSE CTA-MOV CTA-MOV-OUT

    IF WS-MOV-COPIADOS < CA-PEND-ANT
        DISPLAY "Error: COMP_CTACTE_MOV.txt tiene " WS-MOV-COPIADOS
                " lineas y la marca de volcado anota " CA-PEND-ANT
                "; se aborta sin tocarlo."
        CALL "CBL_DELETE_FILE" USING "COMP_CTACTE_MOV.txt.tmp"
          RETURNING WS-DELETE-RC
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    CALL "CBL_RENAME_FILE" USING "COMP_CTACTE_MOV.txt.tmp"
                                  "COMP_CTACTE_MOV.txt"
      RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        DISPLAY "Error al recortar COMP_CTACTE_MOV.txt, RC="
                WS-RENAME-RC
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ==========================================================
*> SECCIÓN: CARGA DEL MAESTRO ANTERIOR. Sin maestro es el
*> primer ciclo: todas las cuentas arrancan en cero.
*> ==========================================================

  CARGAR-MAESTRO.
    OPEN INPUT CTA-MAE
    IF FS-MAE NOT = "00"
        DISPLAY "Primer ciclo de cuenta corriente: se abre "
                "COMP_CTACTE.txt."
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-MAE = "1"
      READ CTA-MAE
        AT END
          MOVE "1" TO FIN-MAE
        NOT AT END
          IF AU-MAE IS NUMERIC AND NC-MAE IS NUMERIC
             AND RE-MAE IS NUMERIC AND RA-MAE IS NUMERIC
             AND DC-MAE IS NUMERIC AND DI-MAE IS NUMERIC
              MOVE CT-MAE TO WS-CTA-CLAVE
              PERFORM INSERTAR-CTA
              MOVE AU-MAE TO WS-CTA-SLOT-AU(WS-CTA-IDX)
              MOVE NC-MAE TO WS-CTA-SLOT-NC(WS-CTA-IDX)
              MOVE RE-MAE TO WS-CTA-SLOT-RE(WS-CTA-IDX)
              MOVE RA-MAE TO WS-CTA-SLOT-RA(WS-CTA-IDX)
              MOVE DC-MAE TO WS-CTA-SLOT-DC(WS-CTA-IDX)
              MOVE DI-MAE TO WS-CTA-SLOT-DI(WS-CTA-IDX)
              MOVE FU-MAE TO WS-CTA-SLOT-FU(WS-CTA-IDX)
          ELSE
              DISPLAY "Error: linea ilegible en COMP_CTACTE.txt: '"
                      REG-MAE "'; se aborta."
              MOVE 8 TO RETURN-CODE
              STOP RUN
          END-IF
      END-READ
    END-PERFORM
    CLOSE CTA-MAE.

*> ==========================================================
*> SECCIÓN: RETENCIONES DEL CICLO POR COMPROBANTE. Sin
*> COMP_RETEN.txt (RETEN no corrió) se avisa y las cuentas se
*> mueven sin retención.
*> ==========================================================

  CARGAR-RETENCIONES.
    OPEN INPUT COMP-RETEN
    IF FS-RETEN NOT = "00"
        DISPLAY "Aviso: sin retenciones del ciclo (COMP_RETEN.txt), "
                "FILE STATUS: " FS-RETEN
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-RETEN = "1"
      READ COMP-RETEN
        AT END
          MOVE "1" TO FIN-RETEN
        NOT AT END
          IF BR-RET IS NUMERIC AND AL-RET IS NUMERIC
             AND RE-RET IS NUMERIC
              MOVE NC-RET TO WS-CMP-CLAVE
              PERFORM INSERTAR-CMP
              IF WS-CMP-ENCONTRADO = "S"
                  MOVE CT-RET TO WS-CMP-SLOT-CT(WS-CMP-IDX)
                  MOVE AL-RET TO WS-CMP-SLOT-AL-X(WS-CMP-IDX)
                  MOVE BR-RET TO WS-CMP-SLOT-BASE(WS-CMP-IDX)
                  MOVE RE-RET TO WS-CMP-SLOT-RET(WS-CMP-IDX)
              END-IF
          ELSE
              ADD 1 TO CON-ILEGIBLES
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-RETEN.

*> ==========================================================
*> SECCIÓN: AUTORIZACIONES DEL CICLO (COMP_OK) CON SU
*> RETENCIÓN.
*> ==========================================================

  VOLCAR-AUTORIZADOS.
    OPEN INPUT COMP-OK
    IF FS-OK NOT = "00"
        DISPLAY "Error al abrir COMP_OK.txt, FILE STATUS: " FS-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL FIN-OK = "1"
      READ COMP-OK
        AT END
          MOVE "1" TO FIN-OK
        NOT AT END
          IF IE-OK IS NUMERIC
              MOVE CT-OK TO WS-MOV-CT
              MOVE NC-OK TO WS-MOV-NC
              MOVE TO-OK TO WS-MOV-TO
              MOVE IE-OK TO WS-MOV-IMPORTE
              PERFORM REGISTRAR-AUTORIZACION
          ELSE
              ADD 1 TO CON-ILEGIBLES
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-OK.

  REGISTRAR-AUTORIZACION.
*>  Alta de la autorización y, si RETEN le calculó retención,
*>  el movimiento de retención del mismo comprobante.
    MOVE WS-MOV-CT TO WS-CTA-CLAVE
    PERFORM INSERTAR-CTA
    MOVE "AU" TO WS-MOV-TIPO-MOV
    MOVE "+"  TO SG-MOV-WS
    PERFORM GRABAR-MOVIMIENTO
    ADD WS-MOV-IMPORTE TO WS-CTA-SLOT-AU(WS-CTA-IDX)
    ADD 1 TO CON-AUTORIZADOS

    MOVE WS-MOV-NC TO WS-CMP-CLAVE
    PERFORM BUSCAR-CMP
    IF WS-CMP-ENCONTRADO = "S"
       AND WS-CMP-SLOT-RET(WS-CMP-IDX) > 0
        MOVE "RE" TO WS-MOV-TIPO-MOV
        MOVE "-"  TO SG-MOV-WS
        MOVE WS-CMP-SLOT-RET(WS-CMP-IDX) TO WS-MOV-IMPORTE
        PERFORM GRABAR-MOVIMIENTO
        ADD WS-MOV-IMPORTE TO WS-CTA-SLOT-RE(WS-CTA-IDX)
        ADD 1 TO CON-RETENCIONES
    END-IF.

*> ==========================================================
*> SECCIÓN: NOTAS DE CRÉDITO DEL CICLO. La nota lleva el
*> número del original: si el original tuvo retención, se
*> devuelve la parte que corresponde a lo acreditado, con el
*> mismo cálculo que M6_SIM_P3_RETAC descuenta de la DDJJ.
*> ==========================================================

  VOLCAR-NOTAS-CREDITO.
    OPEN INPUT COMP-NC
    IF FS-NC NOT = "00"
        DISPLAY "Aviso: sin notas de credito del ciclo (COMP_NC.txt), "
                "FILE STATUS: " FS-NC
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-NC = "1"
      READ COMP-NC
        AT END
          MOVE "1" TO FIN-NC
        NOT AT END
          IF IE-NC IS NUMERIC
              PERFORM REGISTRAR-NOTA
          ELSE
              ADD 1 TO CON-ILEGIBLES
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-NC.

  REGISTRAR-NOTA.
    MOVE CT-NC TO WS-MOV-CT WS-CTA-CLAVE
    MOVE NC-NC TO WS-MOV-NC
    MOVE TO-NC TO WS-MOV-TO
    MOVE IE-NC TO WS-MOV-IMPORTE
    PERFORM INSERTAR-CTA
    MOVE "NC" TO WS-MOV-TIPO-MOV
    MOVE "-"  TO SG-MOV-WS
    PERFORM GRABAR-MOVIMIENTO
    ADD WS-MOV-IMPORTE TO WS-CTA-SLOT-NC(WS-CTA-IDX)
    ADD 1 TO CON-NOTAS

    MOVE NC-NC TO WS-CMP-CLAVE
    PERFORM BUSCAR-CMP
    IF WS-CMP-ENCONTRADO NOT = "S"
       OR WS-CMP-SLOT-CT(WS-CMP-IDX) NOT = CT-NC
        EXIT PARAGRAPH
    END-IF

    MOVE IE-NC TO WS-DES-IMPORTE
    IF WS-DES-IMPORTE > WS-CMP-SLOT-BASE(WS-CMP-IDX)
        MOVE WS-CMP-SLOT-BASE(WS-CMP-IDX) TO WS-DES-IMPORTE
    END-IF
    COMPUTE WS-DES-RETENCION ROUNDED =
            WS-DES-IMPORTE * WS-CMP-SLOT-AL(WS-CMP-IDX) / 100
    IF WS-DES-RETENCION > WS-CMP-SLOT-RET(WS-CMP-IDX)
        MOVE WS-CMP-SLOT-RET(WS-CMP-IDX) TO WS-DES-RETENCION
    END-IF
    SUBTRACT WS-DES-IMPORTE   FROM WS-CMP-SLOT-BASE(WS-CMP-IDX)
    SUBTRACT WS-DES-RETENCION FROM WS-CMP-SLOT-RET(WS-CMP-IDX)

    IF WS-DES-RETENCION > 0
        MOVE "DR" TO WS-MOV-TIPO-MOV
        MOVE "+"  TO SG-MOV-WS
        MOVE WS-DES-RETENCION TO WS-MOV-IMPORTE
        PERFORM GRABAR-MOVIMIENTO
        SUBTRACT WS-DES-RETENCION FROM WS-CTA-SLOT-RE(WS-CTA-IDX)
        ADD 1 TO CON-DEVOLUCIONES
    END-IF.

*> ==========================================================
*> SECCIÓN: RECHAZOS DE AFIP DEL CICLO. Son los que
*> M6_SIM_P3_ACUSE sacó de COMP_OK y pasó a COMP_ER con motivo
*> AFIP-RECHAZO: estuvieron autorizados (se registra la
*> autorización y su retención, como cualquier otro) y el ente
*> los rechazó (se revierte el importe y se devuelve lo que les
*> quedaba retenido). Cuando el originante mande la corrección
*> y M6_SIM_P3_REPRO lo autorice, entra de nuevo por COMP_OK.
*> ==========================================================

  VOLCAR-RECHAZOS-AFIP.
    OPEN INPUT COMP-ER
    IF FS-ER NOT = "00"
        DISPLAY "Aviso: sin rechazados del ciclo (COMP_ER.txt), "
                "FILE STATUS: " FS-ER
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-ER = "1"
      READ COMP-ER
        AT END
          MOVE "1" TO FIN-ER
        NOT AT END
          IF MO-ER = "AFIP-RECHAZO"
              IF IE-ER IS NUMERIC
                  PERFORM REGISTRAR-RECHAZO-AFIP
              ELSE
                  ADD 1 TO CON-ILEGIBLES
              END-IF
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-ER.

  REGISTRAR-RECHAZO-AFIP.
    MOVE CT-ER TO WS-MOV-CT
    MOVE NC-ER TO WS-MOV-NC
    MOVE TO-ER TO WS-MOV-TO
    MOVE IE-ER TO WS-MOV-IMPORTE
    PERFORM REGISTRAR-AUTORIZACION

    MOVE IE-ER TO WS-MOV-IMPORTE
    MOVE "RA" TO WS-MOV-TIPO-MOV
    MOVE "-"  TO SG-MOV-WS
    PERFORM GRABAR-MOVIMIENTO
    ADD WS-MOV-IMPORTE TO WS-CTA-SLOT-RA(WS-CTA-IDX)
    ADD 1 TO CON-RECH-AFIP

    MOVE NC-ER TO WS-CMP-CLAVE
    PERFORM BUSCAR-CMP
    IF WS-CMP-ENCONTRADO = "S"
       AND WS-CMP-SLOT-RET(WS-CMP-IDX) > 0
        MOVE "DR" TO WS-MOV-TIPO-MOV
        MOVE "+"  TO SG-MOV-WS
        MOVE WS-CMP-SLOT-RET(WS-CMP-IDX) TO WS-MOV-IMPORTE
        PERFORM GRABAR-MOVIMIENTO
        SUBTRACT WS-MOV-IMPORTE FROM WS-CTA-SLOT-RE(WS-CTA-IDX)
        MOVE ZEROS TO WS-CMP-SLOT-RET(WS-CMP-IDX)
        ADD 1 TO CON-DEVOLUCIONES
    END-IF.

*> ==========================================================
*> SECCIÓN: RECHAZOS DEFINITIVOS DEL CICLO (INFORMATIVOS).
*> ==========================================================

  VOLCAR-DEFINITIVOS.
    OPEN INPUT COMP-ER-DEF
    IF FS-ER-DEF NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-ER-DEF = "1"
      READ COMP-ER-DEF
        AT END
          MOVE "1" TO FIN-ER-DEF
        NOT AT END
          IF IE-DF IS NUMERIC
              MOVE CT-DF TO WS-MOV-CT WS-CTA-CLAVE
              MOVE NC-DF TO WS-MOV-NC
              MOVE TO-DF TO WS-MOV-TO
              MOVE IE-DF TO WS-MOV-IMPORTE
              PERFORM INSERTAR-CTA
              MOVE "DF" TO WS-MOV-TIPO-MOV
              MOVE " "  TO SG-MOV-WS
              PERFORM GRABAR-MOVIMIENTO
              ADD 1 TO WS-CTA-SLOT-DC(WS-CTA-IDX)
              ADD WS-MOV-IMPORTE TO WS-CTA-SLOT-DI(WS-CTA-IDX)
              ADD 1 TO CON-DEFINITIVOS
          ELSE
              ADD 1 TO CON-ILEGIBLES
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-ER-DEF.

*> ==========================================================
*> SECCIÓN: FOTO DE PENDIENTES (COMP_PE). Reemplaza la del
*> ciclo anterior en todas las cuentas: lo que ya no está en
*> COMP_PE se resolvió (por RECON o AGING) o venció.
*> ==========================================================

  CARGAR-PENDIENTES.
    PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
            UNTIL WS-CTA-IDX > WS-CTA-TABLA-MAX
      IF WS-CTA-SLOT-OCUP(WS-CTA-IDX) = "S"
          MOVE ZEROS TO WS-CTA-SLOT-PC(WS-CTA-IDX)
                        WS-CTA-SLOT-PI(WS-CTA-IDX)
      END-IF
    END-PERFORM

    OPEN INPUT COMP-PE
    IF FS-PE NOT = "00"
        DISPLAY "Aviso: sin pendientes del ciclo (COMP_PE.txt), "
                "FILE STATUS: " FS-PE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL FIN-PE = "1"
      READ COMP-PE
        AT END
          MOVE "1" TO FIN-PE
        NOT AT END
          IF IE-PE IS NUMERIC
              MOVE CT-PE TO WS-CTA-CLAVE
              PERFORM INSERTAR-CTA
              MOVE IE-PE TO WS-MOV-IMPORTE
              ADD 1              TO WS-CTA-SLOT-PC(WS-CTA-IDX)
              ADD WS-MOV-IMPORTE TO WS-CTA-SLOT-PI(WS-CTA-IDX)
              ADD 1 TO CON-PENDIENTES
          ELSE
              ADD 1 TO CON-ILEGIBLES
          END-IF
      END-READ
    END-PERFORM
    CLOSE COMP-PE.

*> ==========================================================
*> SECCIÓN: GRABACIÓN DE UN MOVIMIENTO EN EL DIARIO. El signo
*> (SG-MOV-WS) lo deja cargado quien llama.
*> ==========================================================

  GRABAR-MOVIMIENTO.
    MOVE WS-FECHA-CORRIDA  TO FE-MOV-WS
    MOVE WS-LOTE-PUBLICADO TO LO-MOV-WS
    MOVE WS-MOV-CT         TO CT-MOV-WS
    MOVE WS-MOV-TIPO-MOV   TO TM-MOV-WS
    MOVE WS-MOV-NC         TO NC-MOV-WS
    MOVE WS-MOV-TO         TO TO-MOV-WS
    MOVE WS-MOV-IMPORTE    TO IM-MOV-WS
    MOVE WS-REG-MOV TO REG-MOV
    WRITE REG-MOV
    MOVE WS-FECHA-CORRIDA TO WS-CTA-SLOT-FU(WS-CTA-IDX)
    ADD 1 TO CON-MOVIMIENTOS.

*> ==========================================================
*> SECCIÓN: REESCRITURA DEL MAESTRO (TMP + RENAME).
*> ==========================================================

  GRABAR-MAESTRO.
    OPEN OUTPUT CTA-MAE-OUT
    IF FS-MAE-OUT NOT = "00"
        DISPLAY "Error al crear COMP_CTACTE.txt.tmp, FILE STATUS: "
                FS-MAE-OUT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
            UNTIL WS-CTA-IDX > WS-CTA-TABLA-MAX
      IF WS-CTA-SLOT-OCUP(WS-CTA-IDX) = "S"
          COMPUTE WS-SALDO = WS-CTA-SLOT-AU(WS-CTA-IDX)
                           - WS-CTA-SLOT-NC(WS-CTA-IDX)
                           - WS-CTA-SLOT-RE(WS-CTA-IDX)
                           - WS-CTA-SLOT-RA(WS-CTA-IDX)
          MOVE WS-CTA-SLOT-VAL(WS-CTA-IDX) TO CT-MAE-WS
          MOVE WS-CTA-SLOT-AU(WS-CTA-IDX)  TO AU-MAE-WS
          MOVE WS-CTA-SLOT-NC(WS-CTA-IDX)  TO NC-MAE-WS
          MOVE WS-CTA-SLOT-RE(WS-CTA-IDX)  TO RE-MAE-WS
          MOVE WS-CTA-SLOT-RA(WS-CTA-IDX)  TO RA-MAE-WS
          MOVE WS-SALDO                    TO SA-MAE-WS
          MOVE WS-CTA-SLOT-PC(WS-CTA-IDX)  TO PC-MAE-WS
          MOVE WS-CTA-SLOT-PI(WS-CTA-IDX)  TO PI-MAE-WS
          MOVE WS-CTA-SLOT-DC(WS-CTA-IDX)  TO DC-MAE-WS
          MOVE WS-CTA-SLOT-DI(WS-CTA-IDX)  TO DI-MAE-WS
          MOVE WS-CTA-SLOT-FU(WS-CTA-IDX)  TO FU-MAE-WS
          MOVE WS-REG-MAE TO REG-MAE-OUT
          WRITE REG-MAE-OUT
          ADD 1 TO CON-CUIT-GRABADOS
      END-IF
    END-PERFORM

    CLOSE CTA-MAE-OUT.

*> ==========================================================
*> SECCIÓN: TABLA HASH DE CUENTAS (BÚSQUEDA E INSERCIÓN).
*> MISMO ESQUEMA DE SONDEO LINEAL QUE LAS TABLAS DE
*> M6_SIM_P3_ANSES.
*> ==========================================================

  CALCULAR-HASH-CTA.
    MOVE ZEROS TO WS-CTA-HASH-SUMA
    PERFORM VARYING WS-CTA-HASH-POS FROM 1 BY 1
            UNTIL WS-CTA-HASH-POS > 11
      COMPUTE WS-CTA-HASH-SUMA =
              WS-CTA-HASH-SUMA * 31
              + FUNCTION ORD(WS-CTA-CLAVE(WS-CTA-HASH-POS:1))
    END-PERFORM
    COMPUTE WS-CTA-HASH-IDX =
            FUNCTION MOD(WS-CTA-HASH-SUMA, WS-CTA-TABLA-MAX) + 1.

  BUSCAR-CTA.
    MOVE "N" TO WS-CTA-ENCONTRADO
    PERFORM CALCULAR-HASH-CTA
    MOVE WS-CTA-HASH-IDX TO WS-CTA-IDX
    MOVE ZEROS           TO WS-CTA-PROBE-CANT

    PERFORM UNTIL WS-CTA-PROBE-CANT >= WS-CTA-TABLA-MAX
      IF WS-CTA-SLOT-OCUP(WS-CTA-IDX) NOT = "S"
          EXIT PERFORM
      END-IF
      IF WS-CTA-SLOT-VAL(WS-CTA-IDX) = WS-CTA-CLAVE
          MOVE "S" TO WS-CTA-ENCONTRADO
          EXIT PERFORM
      END-IF
      ADD 1 TO WS-CTA-PROBE-CANT
      ADD 1 TO WS-CTA-IDX
      IF WS-CTA-IDX > WS-CTA-TABLA-MAX
          MOVE 1 TO WS-CTA-IDX
      END-IF
    END-PERFORM.

  INSERTAR-CTA.
*>  Deja WS-CTA-IDX apuntando a la cuenta (existente o recién
*>  abierta). Sin lugar en la tabla el maestro quedaría
*>  incompleto: se corta antes de reemplazar nada.
    PERFORM BUSCAR-CTA
    IF WS-CTA-ENCONTRADO = "S"
        EXIT PARAGRAPH
    END-IF
    IF WS-CTA-SLOT-OCUP(WS-CTA-IDX) NOT = "S"
        MOVE WS-CTA-CLAVE TO WS-CTA-SLOT-VAL(WS-CTA-IDX)
        MOVE ZEROS TO WS-CTA-SLOT-AU(WS-CTA-IDX)
                      WS-CTA-SLOT-NC(WS-CTA-IDX)
                      WS-CTA-SLOT-RE(WS-CTA-IDX)
                      WS-CTA-SLOT-RA(WS-CTA-IDX)
                      WS-CTA-SLOT-PC(WS-CTA-IDX)
                      WS-CTA-SLOT-PI(WS-CTA-IDX)
                      WS-CTA-SLOT-DC(WS-CTA-IDX)
                      WS-CTA-SLOT-DI(WS-CTA-IDX)
        MOVE SPACES TO WS-CTA-SLOT-FU(WS-CTA-IDX)
        MOVE "S" TO WS-CTA-SLOT-OCUP(WS-CTA-IDX)
        MOVE "S" TO WS-CTA-ENCONTRADO
        ADD 1 TO WS-CTA-CANT
    ELSE
        DISPLAY "Error: tabla de cuentas corrientes saturada ("
                WS-CTA-TABLA-MAX " entradas); se aborta sin "
                "reemplazar COMP_CTACTE.txt."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ==========================================================
*> SECCIÓN: TABLA HASH DE COMPROBANTES RETENIDOS (BÚSQUEDA E
*> INSERCIÓN), RÉPLICA DE M6_SIM_P3_RETAC.
*> ==========================================================

  CALCULAR-HASH-CMP.
    MOVE ZEROS TO WS-CMP-HASH-SUMA
    PERFORM VARYING WS-CMP-HASH-POS FROM 1 BY 1
            UNTIL WS-CMP-HASH-POS > 13
      COMPUTE WS-CMP-HASH-SUMA =
              WS-CMP-HASH-SUMA * 31
              + FUNCTION ORD(WS-CMP-CLAVE(WS-CMP-HASH-POS:1))
    END-PERFORM
    COMPUTE WS-CMP-HASH-IDX =
            FUNCTION MOD(WS-CMP-HASH-SUMA, WS-CMP-TABLA-MAX) + 1.

  BUSCAR-CMP.
    MOVE "N" TO WS-CMP-ENCONTRADO
    PERFORM CALCULAR-HASH-CMP
    MOVE WS-CMP-HASH-IDX TO WS-CMP-IDX
    MOVE ZEROS           TO WS-CMP-PROBE-CANT

    PERFORM UNTIL WS-CMP-PROBE-CANT >= WS-CMP-TABLA-MAX
      IF WS-CMP-SLOT-OCUP(WS-CMP-IDX) NOT = "S"
          EXIT PERFORM
      END-IF
      IF WS-CMP-SLOT-VAL(WS-CMP-IDX) = WS-CMP-CLAVE
          MOVE "S" TO WS-CMP-ENCONTRADO
          EXIT PERFORM
      END-IF
      ADD 1 TO WS-CMP-PROBE-CANT
      ADD 1 TO WS-CMP-IDX
      IF WS-CMP-IDX > WS-CMP-TABLA-MAX
          MOVE 1 TO WS-CMP-IDX
      END-IF
    END-PERFORM.

  INSERTAR-CMP.
    PERFORM BUSCAR-CMP
    IF WS-CMP-ENCONTRADO = "S"
        EXIT PARAGRAPH
    END-IF
    IF WS-CMP-SLOT-OCUP(WS-CMP-IDX) NOT = "S"
        MOVE WS-CMP-CLAVE TO WS-CMP-SLOT-VAL(WS-CMP-IDX)
        MOVE "S" TO WS-CMP-SLOT-OCUP(WS-CMP-IDX)
        MOVE "S" TO WS-CMP-ENCONTRADO
        ADD 1 TO WS-CMP-CANT
    ELSE
        IF WS-CMP-SATURADA NOT = "S"
            DISPLAY "AVISO: tabla de comprobantes retenidos saturada ("
                    WS-CMP-TABLA-MAX " entradas); las retenciones "
                    "restantes no se registraran en esta corrida."
            MOVE "S" TO WS-CMP-SATURADA
        END-IF
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

*> ==========================================================
*> SECCIÓN: CONTROL DE SECUENCIA DEL CICLO (CICLO_ESTADO.txt),
*> RÉPLICA DE LA MISMA LÓGICA APLICADA EN M6_SIM_P3_ANSES; la
*> única diferencia es la fase requerida y la propia, y que acá
*> la fase se maximiza al cerrar (ANSES la resetea porque abre
*> el ciclo).
*> ==========================================================

  VERIFICAR-CICLO.
    PERFORM CARGAR-CICLO

*>  El marcador de forzado se consume (se borra) al usarlo: un
*>  forzar vale para UNA corrida, no deja la cadena sin candado.
    CALL "CBL_DELETE_FILE" USING "CICLO_FORZAR.txt"
      RETURNING WS-CIC-DELETE-RC
    IF WS-CIC-DELETE-RC = 0
        MOVE "S" TO WS-CIC-FORZADO
        DISPLAY "Aviso: corrida FORZADA por operaciones "
                "(CICLO_FORZAR.txt consumido); se saltea el control "
                "de secuencia."
        EXIT PARAGRAPH
    END-IF

    IF WS-CIC-EXISTE = "S"
        IF WS-CIC-ESTADO = "ABIERTO"
           AND WS-CIC-PROG NOT = PG-CIC-WS
            DISPLAY "Error: " FUNCTION TRIM(WS-CIC-PROG) " figura "
                    "ABIERTO en CICLO_ESTADO.txt (corrida en curso o "
                    "cortada); se aborta. Para correr igual, crear "
                    "CICLO_FORZAR.txt."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-CIC-ESTADO = "CERRADO"
           AND WS-CIC-RC > "04"
           AND WS-CIC-PROG NOT = PG-CIC-WS
            DISPLAY "Error: la fase previa ("
                    FUNCTION TRIM(WS-CIC-PROG) ") cerro con RC "
                    WS-CIC-RC "; se aborta. Para correr igual, "
                    "crear CICLO_FORZAR.txt."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    IF WS-CIC-ULT < WS-CIC-FASE-REQ
        DISPLAY "Error: el ciclo esta en la fase " WS-CIC-ULT
                " y este programa requiere la fase "
                WS-CIC-FASE-REQ " cerrada; se aborta. Para correr "
                "igual, crear CICLO_FORZAR.txt."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

  CARGAR-CICLO.
    OPEN INPUT CICLO-EST
    IF FS-CICLO = "00"
        READ CICLO-EST
          AT END
            CONTINUE
        END-READ
        IF FS-CICLO = "00"
            MOVE "S" TO WS-CIC-EXISTE
            IF UL-CIC IS NUMERIC
                MOVE UL-CIC TO WS-CIC-ULT
            END-IF
            MOVE PG-CIC TO WS-CIC-PROG
            MOVE ES-CIC TO WS-CIC-ESTADO
            MOVE RC-CIC TO WS-CIC-RC
        END-IF
        CLOSE CICLO-EST
    END-IF.

  ESTAMPAR-CICLO-INICIO.
    MOVE WS-CIC-ULT TO UL-CIC-WS
    MOVE "ABIERTO"  TO ES-CIC-WS
    MOVE SPACES     TO RC-CIC-WS
    PERFORM GRABAR-CICLO.

  ESTAMPAR-CICLO-FIN.
*>  La fase sólo avanza con un cierre bueno (RC 00/04): un
*>  cierre malo la deja como estaba y el control de los
*>  programas siguientes frena la cadena.
    IF WS-CIC-RC-FIN <= "04"
       AND WS-CIC-FASE-PROPIA > WS-CIC-ULT
        MOVE WS-CIC-FASE-PROPIA TO WS-CIC-ULT
    END-IF
    MOVE WS-CIC-ULT    TO UL-CIC-WS
    MOVE "CERRADO"     TO ES-CIC-WS
    MOVE WS-CIC-RC-FIN TO RC-CIC-WS
    PERFORM GRABAR-CICLO.

  GRABAR-CICLO.
    MOVE FUNCTION CURRENT-DATE(1:8) TO FE-CIC-WS
    MOVE FUNCTION CURRENT-DATE(9:6) TO HO-CIC-WS
    OPEN OUTPUT CICLO-EST-OUT
    IF FS-CICLO-OUT NOT = "00"
        DISPLAY "Error al crear CICLO_ESTADO.txt.tmp, FILE STATUS: "
                FS-CICLO-OUT
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-REG-CICLO TO REG-CICLO-OUT
    WRITE REG-CICLO-OUT
    CLOSE CICLO-EST-OUT
    CALL "CBL_RENAME_FILE" USING "CICLO_ESTADO.txt.tmp"
                                  "CICLO_ESTADO.txt"
      RETURNING WS-CIC-RENAME-RC
    IF WS-CIC-RENAME-RC NOT = 0
        DISPLAY "Error al estampar CICLO_ESTADO.txt, RC="
                WS-CIC-RENAME-RC
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
