             88 FD-EMPLEADO-CESE-FIN-CONTRATO       VALUE "FC".
             88 FD-EMPLEADO-CESE-JUBILACION         VALUE "JU".
             88 FD-EMPLEADO-CESE-FALLECIMIENTO      VALUE "FA".

      *>    CENTRO DE COSTO Y AREA A LA QUE SE CARGA EL GASTO DEL
      *>    EMPLEADO: GENERAR-ASIENTO REPARTE LOS CARGOS DE LA PLANILLA
      *>    POR CENTRO DE COSTO (CUENTAS SEGUN CUENTA.CPY) Y
      *>    REPORTE-COSTO-LABORAL AGRUPA POR AREA. CALCULO-PLANILLA LOS
      *>    COPIA A CADA BOLETA DE PLANILLA.DAT. LOS REGISTROS
      *>    ANTERIORES A ESTOS CAMPOS SE MIGRAN CON REINDEXAR-EMPLEADOS
      *>    Y QUEDAN EN BLANCO HASTA COMPLETARLOS EN MANTENIMIENTO.
          05 FD-EMPLEADO-CENTRO-COSTO   PIC X(6).
          05 FD-EMPLEADO-AREA           PIC X(10).
