      *     CUSPP, REMUNERACION ASEGURABLE Y LOS TRES COMPONENTES DEL
      *     DESCUENTO (APORTE, PRIMA, COMISION).
      *   - PLAME.DAT: UN RENGLON POR EMPLEADO CON BRUTO, PENSION,
      *     QUINTA CATEGORIA, ESSALUD, NETO Y CREDITO EPS (LO QUE
      *     SE DEDUCE DEL APORTE A ESSALUD POR AFILIACION A UNA EPS).
      * CADA ARCHIVO CIERRA CON UN REGISTRO DE TOTALES (TIPO 99) PARA
      * CUADRAR CONTRA LA PLATAFORMA ANTES DE PRESENTAR.
      *****************************************************************
          05 PLM-DET-QUINTA             PIC 9(7)V99.
          05 PLM-DET-ESSALUD            PIC 9(7)V99.
          05 PLM-DET-NETO               PIC 9(9)V99.
          05 PLM-DET-CREDITO-EPS        PIC 9(7)V99.
       01 PLM-TOT-REG.
          05 PLM-TOT-TIPO               PIC X(2).
          05 PLM-TOT-CANTIDAD           PIC 9(6).
          05 PLM-TOT-QUINTA             PIC 9(11)V99.
          05 PLM-TOT-ESSALUD            PIC 9(11)V99.
          05 PLM-TOT-NETO               PIC 9(11)V99.
          05 PLM-TOT-CREDITO-EPS        PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
          05 WS-PLM-QUINTA              PIC 9(11)V99 VALUE 0.
          05 WS-PLM-ESSALUD             PIC 9(11)V99 VALUE 0.
          05 WS-PLM-NETO                PIC 9(11)V99 VALUE 0.
          05 WS-PLM-CREDITO-EPS         PIC 9(11)V99 VALUE 0.

       01 WS-CONTADOR-OMITIDOS          PIC 9(5)    VALUE 0.

           MOVE FD-PLA-RETENCION-QUINTA TO PLM-DET-QUINTA.
           MOVE FD-PLA-APORTE-ESSALUD TO PLM-DET-ESSALUD.
           MOVE FD-PLA-NETO TO PLM-DET-NETO.
           MOVE FD-PLA-CREDITO-EPS TO PLM-DET-CREDITO-EPS.
           WRITE PLM-DET-REG.

           ADD 1 TO WS-PLM-CANTIDAD.
           ADD FD-PLA-RETENCION-QUINTA TO WS-PLM-QUINTA.
           ADD FD-PLA-APORTE-ESSALUD TO WS-PLM-ESSALUD.
           ADD FD-PLA-NETO TO WS-PLM-NETO.
           ADD FD-PLA-CREDITO-EPS TO WS-PLM-CREDITO-EPS.

       300-GRABAR-AFPNET.
           MOVE "01" TO AFP-DET-TIPO.
           MOVE WS-PLM-QUINTA TO PLM-TOT-QUINTA.
           MOVE WS-PLM-ESSALUD TO PLM-TOT-ESSALUD.
           MOVE WS-PLM-NETO TO PLM-TOT-NETO.
           MOVE WS-PLM-CREDITO-EPS TO PLM-TOT-CREDITO-EPS.
           WRITE PLM-TOT-REG.

      *> DEJA LA CONSTANCIA DEL PASO (FECHA-HORA Y OPERADOR) EN EL
