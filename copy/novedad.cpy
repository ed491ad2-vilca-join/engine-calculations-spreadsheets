      * SUBSIDIO (DESCANSO MEDICO Y MATERNIDAD, QUE NO SON
      * INASISTENCIAS: LOS PRIMEROS 20 DIAS DEL ANIO DE ENFERMEDAD
      * LOS PAGA EL EMPLEADOR Y EL RESTO ES SUBSIDIO DE ESSALUD, NO
      * AFECTO A PENSION). LO COMPARTEN CAPTURA-NOVEDADES (CAPTURA),
      * IMPORTAR-MARCACIONES (NOVEDADES DEL RELOJ DE ASISTENCIA),
      * CALCULO-PLANILLA (APLICACION EN LA BOLETA DEL PERIODO),
      * PARTICIPACION-UTILIDADES (INASISTENCIAS DEL EJERCICIO) Y
      * ARCHIVO-HISTORICO (DEPURACION Y RESTAURACION DE UN ANIO).
      *****************************************************************
       01 FD-NOVEDAD-REG.
          05 FD-NOV-PERIODO             PIC 9(6). *> AAAAMM
