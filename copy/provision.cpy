      *****************************************************************
      * PROVISION.CPY
      * LAYOUT DE LA PROVISION MENSUAL DE BENEFICIOS SOCIALES
      * (provisiones.dat, INDEXADO POR FD-PRV-CLAVE = EMPLEADO +
      * PERIODO). UN REGISTRO POR EMPLEADO Y MES PROVISIONADO CON LA
      * PARTE DEL MES DE LA GRATIFICACION (Y SU BONIFICACION
      * EXTRAORDINARIA) Y DE LA CTS, Y EL SALDO VALORIZADO DE LAS
      * VACACIONES PENDIENTES AL CIERRE DEL MES. LO GRABA
      * PROVISION-BENEFICIOS (EL RECALCULO DE UN MES REESCRIBE SU
      * REGISTRO) Y LO LEE CALCULO-BENEFICIOS PARA EXTORNAR LO
      * PROVISIONADO DEL SEMESTRE CUANDO SE PAGA.
      *****************************************************************
       01 FD-PROVISION-REG.
          05 FD-PRV-CLAVE.
             10 FD-PRV-EMPLEADO-ID      PIC X(6).
             10 FD-PRV-PERIODO          PIC 9(6). *> AAAAMM
      *>    REMUNERACION DEL MES SEGUN ACUMULADOS.DAT, BASE DE LA
      *>    GRATIFICACION Y DE LA CTS.
          05 FD-PRV-REM-COMPUTABLE      PIC 9(7)V99.
          05 FD-PRV-GRATIFICACION       PIC 9(7)V99.
          05 FD-PRV-BONIF-EXTRA         PIC 9(7)V99.
          05 FD-PRV-CTS                 PIC 9(7)V99.
      *>    VACACIONES: REMUNERACION VACACIONAL (SUELDO MAS
      *>    ASIGNACION FAMILIAR), DIAS PENDIENTES AL CIERRE DEL MES,
      *>    SALDO VALORIZADO Y SU MOVIMIENTO CONTRA EL MES ANTERIOR
      *>    (NEGATIVO CUANDO EL GOCE CONSUME MAS DE LO QUE SE GANO).
          05 FD-PRV-REM-VACACIONAL      PIC 9(7)V99.
          05 FD-PRV-DIAS-PENDIENTES     PIC 9(4).
          05 FD-PRV-SALDO-VACACIONES    PIC 9(9)V99.
          05 FD-PRV-VACACIONES          PIC S9(9)V99.
          05 FD-PRV-FECHA-CALCULO       PIC X(14).
          05 FD-PRV-OPERADOR            PIC X(20).
