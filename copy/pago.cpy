      *****************************************************************
      * PAGO.CPY
      * LAYOUT DEL ESTADO DE CADA ABONO ENVIADO AL BANCO (pagos.dat,
      * INDEXADO POR FD-PAG-CLAVE = PERIODO + ORIGEN + EMPLEADO). LO
      * GRABA CONCILIAR-ABONOS AL CRUZAR LA RESPUESTA DEL BANCO CON
      * LOS DETALLES 02 DE ABONOS.DAT (ORIGEN PLANILLA) O
      * ABONOS-ADELANTO.DAT (ORIGEN ADELANTO): PAGADO O RECHAZADO CON
      * EL MOTIVO QUE DEVUELVE EL BANCO. UN RECHAZADO PASA A
      * REENVIADO CUANDO VIAJA EN EL ARCHIVO DE REPROCESO CON EL CCI
      * YA CORREGIDO EN MOTOR-CALCULOS, Y A PAGADO O RECHAZADO OTRA
      * VEZ CON LA RESPUESTA DE ESE REPROCESO.
      *****************************************************************
       01 FD-PAGO-REG.
          05 FD-PAG-CLAVE.
             10 FD-PAG-PERIODO          PIC 9(6). *> AAAAMM
             10 FD-PAG-ORIGEN           PIC X(1).
                88 FD-PAG-ORIGEN-PLANILLA           VALUE "P".
                88 FD-PAG-ORIGEN-ADELANTO           VALUE "A".
             10 FD-PAG-EMPLEADO-ID      PIC X(6).
          05 FD-PAG-ESTADO              PIC X(1).
             88 FD-PAG-PAGADO                       VALUE "P".
             88 FD-PAG-RECHAZADO                    VALUE "R".
             88 FD-PAG-REENVIADO                    VALUE "E".
      *>       RECHAZADO O REENVIADO: TODAVIA SIN PAGO CONFIRMADO.
             88 FD-PAG-PENDIENTE                    VALUE "R" "E".
      *>    BANCO Y CCI DEL ULTIMO ENVIO (EL ORIGINAL O EL REPROCESO).
          05 FD-PAG-BANCO               PIC X(3).
          05 FD-PAG-CCI                 PIC X(20).
          05 FD-PAG-MONTO               PIC 9(9)V99.
      *>    CODIGO Y DESCRIPCION DEL RECHAZO TAL COMO LOS DEVUELVE EL
      *>    BANCO; EN BLANCO SI EL ABONO SE PAGO.
          05 FD-PAG-MOTIVO-CODIGO       PIC X(3).
          05 FD-PAG-MOTIVO              PIC X(30).
          05 FD-PAG-FECHA-RESPUESTA     PIC X(14).
          05 FD-PAG-OPERADOR            PIC X(20).
          05 FD-PAG-FECHA-REPROCESO     PIC X(14).
          05 FD-PAG-CANT-REPROCESOS     PIC 9(2).
