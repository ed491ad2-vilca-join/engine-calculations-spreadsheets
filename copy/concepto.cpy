      *****************************************************************
      * CONCEPTO.CPY
      * LAYOUT DE LOS DESCUENTOS FIJOS RECURRENTES POR EMPLEADO
      * (conceptos.dat, INDEXADO POR FD-CFI-CLAVE = EMPLEADO +
      * CONCEPTO: UN REGISTRO POR CONCEPTO DE CADA EMPLEADO). SON LOS
      * DESCUENTOS QUE SE REPITEN TODOS LOS MESES MIENTRAS ESTAN
      * VIGENTES (CUOTA SINDICAL, APORTE DEL TRABAJADOR A LA EPS,
      * SEGURO ONCOLOGICO) Y QUE ANTES SE DIGITABAN CADA MES. GUARDA EL
      * PORCENTAJE O MONTO FIJO, LOS PERIODOS DE VIGENCIA Y LA ENTIDAD
      * QUE RECIBE LA REMESA. LO COMPARTEN CAPTURA-CONCEPTOS
      * (CAPTURA), CALCULO-PLANILLA (DESCUENTO EN LA BOLETA),
      * GENERAR-REMESAS (LISTA DE REMESA POR ENTIDAD) Y
      * FICHA-TRABAJADOR (RETENCIONES ACTIVAS DEL EMPLEADO).
      *****************************************************************
       01 FD-CONCEPTO-REG.
          05 FD-CFI-CLAVE.
             10 FD-CFI-EMPLEADO-ID      PIC X(6).
             10 FD-CFI-CONCEPTO         PIC X(2).
                88 FD-CFI-SINDICATO                 VALUE "CS".
      *>          EL AFILIADO A UNA EPS DA DERECHO AL CREDITO CONTRA EL
      *>          APORTE A ESSALUD (VER CALCULO-PLANILLA).
                88 FD-CFI-EPS                       VALUE "EP".
                88 FD-CFI-ONCOLOGICO                VALUE "SO".
          05 FD-CFI-TIPO                PIC X(1).
             88 FD-CFI-PORCENTAJE                   VALUE "P".
             88 FD-CFI-MONTO-FIJO                   VALUE "M".
      *>    PARA TIPO P EL VALOR ES FRACCION DEL BRUTO (2% SE GRABA
      *>    0000000.02000, COMO LAS TASAS DE TASA.CPY); PARA TIPO M
      *>    SON SOLES TAL CUAL.
          05 FD-CFI-VALOR               PIC 9(7)V9(5).
      *>    VIGENCIA EN PERIODOS AAAAMM, AMBOS INCLUIDOS; HASTA EN CERO
      *>    ES SIN FECHA DE TERMINO.
          05 FD-CFI-PERIODO-DESDE       PIC 9(6).
          05 FD-CFI-PERIODO-HASTA       PIC 9(6).
      *>    ENTIDAD QUE RECIBE LA REMESA (SINDICATO, EPS, ASEGURADORA).
          05 FD-CFI-ENTIDAD-RUC         PIC X(11).
          05 FD-CFI-ENTIDAD-NOMBRE      PIC X(30).
          05 FD-CFI-ENTIDAD-BANCO       PIC X(3).
          05 FD-CFI-ENTIDAD-CCI         PIC X(20).
          05 FD-CFI-ESTADO              PIC X(1).
             88 FD-CFI-ACTIVO                       VALUE "A".
             88 FD-CFI-SUSPENDIDO                   VALUE "S".
