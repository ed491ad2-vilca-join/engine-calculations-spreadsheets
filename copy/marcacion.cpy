      *****************************************************************
      * MARCACION.CPY
      * LAYOUT DEL ARCHIVO QUE EXPORTA EL RELOJ DE ASISTENCIA
      * (marcaciones.dat). UN RENGLON POR EMPLEADO Y DIA CON LA HORA
      * DE ENTRADA Y LA DE SALIDA (HHMM, RELOJ DE 24 HORAS). UNA
      * SALIDA EN BLANCO O EN CEROS ES UNA MARCACION SIN SALIDA. LO
      * LEE IMPORTAR-MARCACIONES PARA ARMAR LAS NOVEDADES DE
      * ASISTENCIA DEL PERIODO (TA, IN, 25 Y 35).
      *****************************************************************
       01 FD-MARCACION-REG.
          05 FD-MAR-EMPLEADO-ID         PIC X(6).
          05 FD-MAR-FECHA.
             10 FD-MAR-PERIODO          PIC 9(6). *> AAAAMM
             10 FD-MAR-DIA              PIC 9(2).
          05 FD-MAR-ENTRADA.
             10 FD-MAR-ENTRADA-HH       PIC 9(2).
             10 FD-MAR-ENTRADA-MM       PIC 9(2).
          05 FD-MAR-SALIDA.
             10 FD-MAR-SALIDA-HH        PIC 9(2).
             10 FD-MAR-SALIDA-MM        PIC 9(2).
