      *>    PLANILLA.DAT HASTA REGENERARLO.
          05 FD-PER-FECHA-RECALCULO     PIC X(14).
          05 FD-PER-OPERADOR-RECALCULO  PIC X(20).
      *>    CONSTANCIA DE LA ULTIMA CONCILIACION DE LA RESPUESTA DEL
      *>    BANCO (CONCILIAR-ABONOS): CUANDO Y QUIEN, EL TOTAL
      *>    EFECTIVAMENTE ABONADO DE LA PLANILLA DEL PERIODO (A
      *>    COMPARAR CON FD-PER-TOTAL-NETO) Y LOS ABONOS DEL PERIODO
      *>    (PLANILLA O ADELANTO) RECHAZADOS O REENVIADOS QUE TODAVIA
      *>    NO TIENEN PAGO CONFIRMADO; CUADRE-INTEGRIDAD LOS REPORTA.
          05 FD-PER-FECHA-CONCILIA      PIC X(14).
          05 FD-PER-OPERADOR-CONCILIA   PIC X(20).
          05 FD-PER-TOTAL-PAGADO        PIC 9(11)V99.
          05 FD-PER-RECHAZOS-PENDIENTES PIC 9(5).
