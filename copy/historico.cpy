      *****************************************************************
      * HISTORICO.CPY
      * LAYOUT DEL REGISTRO DE CONTROL DEL ARCHIVO HISTORICO ANUAL
      * (historicos.dat, INDEXADO POR FD-HIS-ANIO). UN REGISTRO POR
      * ANIO ARCHIVADO CON ARCHIVO-HISTORICO: SU ESTADO, QUIEN LO
      * ARCHIVO O RESTAURO Y CUANDO, Y LOS TOTALES DE CONTROL DE CADA
      * ARCHIVO QUE SE SACO DE LOS VIVOS. LOS REGISTROS DEL ANIO
      * QUEDAN EN LOS ARCHIVOS POR ANIO ../data/historico-planilla-
      * AAAA.dat, -acumulados-, -novedades- Y -bitacora-AAAA.dat.
      * LO USA TAMBIEN GESTION-PERIODOS PARA NO REABRIR UN PERIODO DE
      * UN ANIO ARCHIVADO.
      *****************************************************************
       01 FD-HISTORICO-REG.
          05 FD-HIS-ANIO                PIC 9(4).
      *>    UN ANIO RESTAURADO VUELVE A ESTAR EN LOS ARCHIVOS VIVOS; SUS
      *>    ARCHIVOS POR ANIO QUEDAN COMO ESTABAN Y SE PISAN SI EL ANIO
      *>    SE VUELVE A ARCHIVAR.
          05 FD-HIS-ESTADO              PIC X(1).
             88 FD-HIS-ARCHIVADO                    VALUE "A".
             88 FD-HIS-RESTAURADO                   VALUE "R".
          05 FD-HIS-FECHA-ARCHIVO       PIC X(14).
          05 FD-HIS-OPERADOR-ARCHIVO    PIC X(20).
          05 FD-HIS-FECHA-RESTAURA      PIC X(14).
          05 FD-HIS-OPERADOR-RESTAURA   PIC X(20).
      *>    TOTALES DE CONTROL DE LO ARCHIVADO; LA RESTAURACION LOS
      *>    VUELVE A SUMAR SOBRE LO QUE LEE Y LOS COMPARA.
          05 FD-HIS-PLA-REGISTROS       PIC 9(7).
          05 FD-HIS-PLA-TOTAL-BRUTO     PIC 9(11)V99.
          05 FD-HIS-PLA-TOTAL-NETO      PIC 9(11)V99.
          05 FD-HIS-ACU-REGISTROS       PIC 9(7).
          05 FD-HIS-ACU-TOTAL-REM       PIC 9(11)V99.
          05 FD-HIS-NOV-REGISTROS       PIC 9(7).
          05 FD-HIS-NOV-TOTAL-CANTIDAD  PIC 9(9)V99.
          05 FD-HIS-NOV-TOTAL-MONTO     PIC 9(11)V99.
          05 FD-HIS-BIT-REGISTROS       PIC 9(7).
