      *****************************************************************
      * HORARIO.CPY
      * LAYOUT DEL HORARIO DE TRABAJO (horario.dat, UN SOLO REGISTRO)
      * CONTRA EL QUE IMPORTAR-MARCACIONES MIDE LAS MARCACIONES DEL
      * RELOJ: HORA DE ENTRADA Y DE SALIDA (HHMM), MINUTOS DE
      * TOLERANCIA ANTES DE CONTAR TARDANZA Y DIAS LABORABLES DE LA
      * SEMANA (5 = LUNES A VIERNES, 6 = LUNES A SABADO). LO GRABA Y
      * MODIFICA EL MISMO IMPORTAR-MARCACIONES A PEDIDO DEL OPERADOR.
      *****************************************************************
       01 FD-HORARIO-REG.
          05 FD-HOR-ENTRADA.
             10 FD-HOR-ENTRADA-HH       PIC 9(2).
             10 FD-HOR-ENTRADA-MM       PIC 9(2).
          05 FD-HOR-SALIDA.
             10 FD-HOR-SALIDA-HH        PIC 9(2).
             10 FD-HOR-SALIDA-MM        PIC 9(2).
          05 FD-HOR-TOLERANCIA          PIC 9(3). *> MINUTOS
          05 FD-HOR-DIAS-SEMANA         PIC 9(1).
             88 FD-HOR-LUNES-A-VIERNES              VALUE 5.
             88 FD-HOR-LUNES-A-SABADO               VALUE 6.
