      *****************************************************************
      * SUELDO.CPY
      * LAYOUT DEL HISTORIAL DE SUELDOS (sueldos.dat, INDEXADO POR
      * FD-SUE-CLAVE). UN REGISTRO POR CADA SUELDO QUE TUVO UN
      * EMPLEADO, CON SU FECHA DE INICIO DE VIGENCIA (AAAAMMDD), IGUAL
      * QUE LAS TASAS DE TASAS.DAT: PARA UN PERIODO DADO RIGE EL
      * REGISTRO CON LA VIGENCIA MAS RECIENTE QUE NO SEA POSTERIOR AL
      * PERIODO. LO GRABAN MOTOR-CALCULOS (ALTA Y MANTENIMIENTO) Y
      * AUMENTO-MASIVO; LO LEEN CALCULO-PLANILLA, LIQUIDACION-CESE Y
      * ADELANTO-QUINCENA. FD-EMPLEADO-SUELDO-BASE SIGUE GUARDANDO EL
      * ULTIMO SUELDO REGISTRADO Y SIRVE DE RESPALDO PARA UN EMPLEADO
      * QUE TODAVIA NO TIENE HISTORIAL.
      *****************************************************************
       01 FD-SUELDO-REG.
          05 FD-SUE-CLAVE.
             10 FD-SUE-EMPLEADO-ID      PIC X(6).
             10 FD-SUE-VIGENCIA         PIC 9(8). *> AAAAMMDD
          05 FD-SUE-MONTO               PIC 9(7)V99.
          05 FD-SUE-ORIGEN              PIC X(1).
      *>       SUELDO DE INGRESO, GRABADO EN EL ALTA DEL EMPLEADO.
             88 FD-SUE-ORIGEN-ALTA                  VALUE "A".
      *>       SUELDO QUE YA TENIA EL MAESTRO ANTES DE EXISTIR EL
      *>       HISTORIAL; SE GRABA CON VIGENCIA A LA FECHA DE INGRESO
      *>       LA PRIMERA VEZ QUE EL SUELDO DEL EMPLEADO CAMBIA.
             88 FD-SUE-ORIGEN-INICIAL               VALUE "I".
             88 FD-SUE-ORIGEN-MANTENIMIENTO         VALUE "M".
             88 FD-SUE-ORIGEN-AUMENTO-MASIVO        VALUE "R".
          05 FD-SUE-OPERADOR            PIC X(20).
          05 FD-SUE-FECHA-HORA          PIC X(14).
