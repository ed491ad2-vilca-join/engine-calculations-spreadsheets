      * DE DECLARACION, LA REIMPRESION DE BOLETAS (GESTION-PERIODOS) Y
      * CUALQUIER PROCESO QUE NECESITE MONTOS SIN RECALCULAR.
      * UN PLANILLA.DAT GRABADO CON UN LAYOUT ANTERIOR (SIN
      * VACACIONES, SUBSIDIOS, RETENCION JUDICIAL, PRESTAMO, ADELANTO,
      * CENTRO DE COSTO O DESCUENTOS FIJOS) NO ABRE (ESTADO 39) HASTA
      * RECONSTRUIRLO CON REORGANIZAR-PLANILLA.
      *****************************************************************
       01 FD-PLANILLA-REG.
          05 FD-PLA-CLAVE.
      *>    ADELANTO.CPY): SE DESCUENTA DEL NETO AL FIN DE MES, ASI
      *>    ADELANTO MAS NETO FINAL SUMAN LO QUE CORRESPONDE.
          05 FD-PLA-ADELANTO            PIC 9(7)V99.
      *>    DESCUENTOS FIJOS RECURRENTES DEL PERIODO (VER
      *>    CONCEPTO.CPY): CUOTA SINDICAL, APORTE DEL TRABAJADOR A LA
      *>    EPS Y SEGURO ONCOLOGICO. SE DESCUENTAN DEL NETO DESPUES DE
      *>    LA RETENCION JUDICIAL Y ANTES DE LOS PRESTAMOS, Y SE
      *>    REMESAN A CADA ENTIDAD (GENERAR-REMESAS).
          05 FD-PLA-CUOTA-SINDICAL      PIC 9(7)V99.
          05 FD-PLA-DESC-EPS            PIC 9(7)V99.
          05 FD-PLA-SEGURO-ONCOLOGICO   PIC 9(7)V99.
          05 FD-PLA-APORTE-ESSALUD      PIC 9(7)V99.
      *>    CREDITO EPS: PARTE DEL APORTE A ESSALUD QUE NO SE LE PAGA
      *>    A ESSALUD PORQUE EL AFILIADO SE ATIENDE EN SU EPS. EL APORTE
      *>    DE ARRIBA SIGUE SIENDO EL COSTO COMPLETO; A ESSALUD SE LE
      *>    PAGA APORTE MENOS CREDITO Y EL CREDITO VA A LA EPS.
          05 FD-PLA-CREDITO-EPS         PIC 9(7)V99.
          05 FD-PLA-NETO                PIC 9(7)V99.
      *>    CENTRO DE COSTO Y AREA DEL EMPLEADO AL CALCULAR LA BOLETA
      *>    (VER EMPLEADO.CPY): EL ASIENTO Y EL REPORTE DE COSTO
      *>    LABORAL DE UN PERIODO SE ARMAN CON LOS QUE REGIAN ESE MES,
      *>    AUNQUE EL EMPLEADO HAYA CAMBIADO DE AREA DESPUES.
          05 FD-PLA-CENTRO-COSTO        PIC X(6).
          05 FD-PLA-AREA                PIC X(10).
