      * EMPLEADO Y SEMESTRE CALENDARIO (1: ENE-JUN, 2: JUL-DIC) CON LA
      * REMUNERACION BRUTA DE CADA MES EN SU CASILLERO (MES 1-6 DEL
      * SEMESTRE). LO ALIMENTA CADA CORRIDA DE CALCULO-PLANILLA (EL
      * RECALCULO DE UN MES REESCRIBE SOLO SU CASILLERO) Y LO CONSUMEN
      * CALCULO-BENEFICIOS PARA GRATIFICACIONES Y CTS Y
      * PROVISION-BENEFICIOS PARA LA PROVISION MENSUAL;
      * ARCHIVO-HISTORICO LO DEPURA Y RESTAURA POR ANIO.
      *****************************************************************
       01 FD-ACUMULADO-REG.
          05 FD-ACU-CLAVE.
