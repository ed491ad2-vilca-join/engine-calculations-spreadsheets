      *****************************************************************
      * CUENTA.CPY
      * LAYOUT DE LA TABLA DE CUENTAS CONTABLES DE LA PLANILLA
      * (cuentas.dat). CADA RENGLON DICE A QUE CUENTA DEL PLAN
      * CONTABLE VA UN CONCEPTO DEL ASIENTO, EN GENERAL O PARA UN
      * CENTRO DE COSTO EN PARTICULAR: PARA UN CENTRO DE COSTO RIGE
      * SU PROPIO RENGLON Y, SI NO TIENE, EL RENGLON GENERAL DEL
      * CONCEPTO (CENTRO DE COSTO EN BLANCO). SI UNA COMBINACION SE
      * GRABA MAS DE UNA VEZ, MANDA EL ULTIMO RENGLON DEL ARCHIVO.
      * LO COMPARTEN GENERAR-ASIENTO, PROVISION-BENEFICIOS Y
      * CALCULO-BENEFICIOS (LECTURA) Y MANTENER-CUENTAS
      * (MANTENIMIENTO).
      *****************************************************************
       01 FD-CUENTA-REG.
          05 FD-CTA-CONCEPTO            PIC X(8).
      *>       CARGOS DE GASTO: SE REPARTEN POR CENTRO DE COSTO.
             88 FD-CTA-SUELDOS                      VALUE "SUELDOS".
             88 FD-CTA-VACACIONES                   VALUE "VACACION".
             88 FD-CTA-HORAS-EXTRAS                 VALUE "HEXTRAS".
             88 FD-CTA-BONIFICACIONES               VALUE "BONIFIC".
             88 FD-CTA-ASIG-FAMILIAR                VALUE "ASIGFAM".
             88 FD-CTA-ESSALUD                      VALUE "ESSALUD".
      *>       CARGO POR COBRAR Y ABONOS: VAN POR EL TOTAL DE LA
      *>       EMPRESA, CON EL RENGLON GENERAL DEL CONCEPTO.
             88 FD-CTA-SUBSIDIOS                    VALUE "SUBSIDIO".
             88 FD-CTA-NETO                         VALUE "NETO".
             88 FD-CTA-ONP                          VALUE "ONP".
             88 FD-CTA-AFP                          VALUE "AFP".
             88 FD-CTA-QUINTA                       VALUE "QUINTA".
             88 FD-CTA-JUDICIAL                     VALUE "JUDICIAL".
             88 FD-CTA-PRESTAMOS                    VALUE "PRESTAMO".
             88 FD-CTA-ADELANTOS                    VALUE "ADELANTO".
             88 FD-CTA-ESSALUD-PAGAR                VALUE "ESSALPAG".
      *>       DESCUENTOS FIJOS POR REMESAR A CADA ENTIDAD (VER
      *>       CONCEPTO.CPY) Y CREDITO EPS, QUE SE LE PAGA A LA EPS EN
      *>       VEZ DE A ESSALUD.
             88 FD-CTA-SINDICATO                    VALUE "SINDICAT".
             88 FD-CTA-EPS-TRABAJADOR               VALUE "EPSTRAB".
             88 FD-CTA-EPS-CREDITO                  VALUE "EPSCRED".
             88 FD-CTA-ONCOLOGICO                   VALUE "ONCOLOG".
      *>       ASIENTOS DE BENEFICIOS SOCIALES: LA PROVISION MENSUAL
      *>       (GASTO CONTRA PASIVO PROVISIONADO) Y EL PAGO SEMESTRAL
      *>       (EXTORNO DEL PASIVO, DIFERENCIA AL GASTO Y BENEFICIO POR
      *>       PAGAR). VAN POR EL TOTAL DE LA EMPRESA.
             88 FD-CTA-GRATI-GASTO                  VALUE "GRATIGTO".
             88 FD-CTA-BONIF-EXTRA-GASTO            VALUE "BONEXGTO".
             88 FD-CTA-CTS-GASTO                    VALUE "CTSGTO".
             88 FD-CTA-VACA-GASTO                   VALUE "VACAGTO".
             88 FD-CTA-GRATI-PROVISION              VALUE "GRATIPRV".
             88 FD-CTA-CTS-PROVISION                VALUE "CTSPRV".
             88 FD-CTA-VACA-PROVISION               VALUE "VACAPRV".
             88 FD-CTA-GRATI-PAGAR                  VALUE "GRATIPAG".
             88 FD-CTA-CTS-PAGAR                    VALUE "CTSPAG".
      *>    EN BLANCO: RENGLON GENERAL DEL CONCEPTO.
          05 FD-CTA-CENTRO-COSTO        PIC X(6).
          05 FD-CTA-CUENTA              PIC X(6).
          05 FD-CTA-GLOSA               PIC X(30).
