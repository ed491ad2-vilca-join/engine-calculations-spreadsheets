      *   07 RENGLON DE BITACORA CON EMPLEADO INEXISTENTE
      *   08 PERIODO SIN REGISTRO DE CONTROL EN PERIODOS.DAT
      *   09 PERIODO CON CORRIDA DE CALCULO INCOMPLETA
      *   10 PERIODO CON ABONOS RECHAZADOS PENDIENTES DE REPROCESO
      * SI HAY DISCREPANCIAS TERMINA CON RETURN-CODE 8, PARA QUE EL
      * PROCESO DE PAGO SE PUEDA FRENAR DESDE EL SCRIPT QUE LO LLAMA.
      *****************************************************************
                         WRITE CUA-LINEA
                         ADD 1 TO WS-CONTADOR-EXCEPCIONES
                      END-IF
      *>              CONCILIAR-ABONOS DEJA LOS ABONOS QUE EL BANCO
      *>              RECHAZO Y TODAVIA NO SE PAGARON (RECHAZADOS O
      *>              REENVIADOS SIN RESPUESTA).
                      IF FD-PER-RECHAZOS-PENDIENTES > 0
                         MOVE SPACES TO CUA-LINEA
                         STRING "10 PERIODO CON ABONOS RECHAZADOS PEND."
                             " " WS-PERIODO-PROCESO-NUM
                             " CANTIDAD: " FD-PER-RECHAZOS-PENDIENTES
                             DELIMITED BY SIZE INTO CUA-LINEA
                         WRITE CUA-LINEA
                         ADD 1 TO WS-CONTADOR-EXCEPCIONES
                      END-IF
              END-READ
              CLOSE PERIODOS
           END-IF.
