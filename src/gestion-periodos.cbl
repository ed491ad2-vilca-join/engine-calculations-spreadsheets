      *   2-CERRAR: UN PERIODO CERRADO YA NO SE PUEDE RECALCULAR
      *     (CALCULO-PLANILLA LO RECHAZA).
      *   3-REABRIR: REAPERTURA EXPRESA DE UN PERIODO CERRADO; QUEDA
      *     ASENTADO QUIEN LO REABRIO Y CUANDO. UN PERIODO DE UN ANIO
      *     ARCHIVADO CON ARCHIVO-HISTORICO NO SE REABRE HASTA
      *     RESTAURAR EL ANIO: SUS BOLETAS YA NO ESTAN EN LOS VIVOS.
      *   4-REIMPRIMIR: VUELVE A EMITIR LA BOLETA DE UN EMPLEADO Y
      *     PERIODO PUNTUAL DESDE EL HISTORICO (planilla.dat), SIN
      *     RECALCULAR NADA, EN REIMPRESION.DAT.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

      *> CONTROL DE ANIOS ARCHIVADOS (VER HISTORICO.CPY); SI NO EXISTE
      *> NO HAY NINGUN ANIO ARCHIVADO.
           SELECT HISTORICOS ASSIGN TO "../data/historicos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-HIS-ANIO
               FILE STATUS IS WS-FS-HISTORICOS.

           SELECT REIMPRESION ASSIGN TO "../data/reimpresion.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  EMPLEADOS.
           COPY empleado.

       FD  HISTORICOS.
           COPY historico.

       FD  REIMPRESION.
       01 REI-LINEA                     PIC X(80).

             "EL PERIODO YA ESTA CERRADO".
       01 WS-DISPLAY-NO-CERRADO         PIC X(50)   VALUE
             "EL PERIODO NO ESTA CERRADO".
       01 WS-DISPLAY-ANIO-ARCHIVADO     PIC X(70)   VALUE
             "EL ANIO ESTA ARCHIVADO; RESTAURELO CON ARCHIVO-HISTORICO".
       01 WS-DISPLAY-NO-BOLETA          PIC X(60)   VALUE
             "NO HAY BOLETA DE ESE EMPLEADO EN ESE PERIODO".
       01 WS-DISPLAY-NO-EMPLEADO        PIC X(50)   VALUE
       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".
       01 WS-FS-HISTORICOS              PIC X(2)    VALUE "00".
          88 WS-HISTORICOS-OK                       VALUE "00".
          88 WS-HISTORICOS-NO-EXISTE                VALUE "35".
       01 WS-ANIO-ARCHIVO               PIC X(1)    VALUE "N".
          88 WS-ANIO-ARCHIVADO                      VALUE "S".
          88 WS-ANIO-NO-ARCHIVADO                   VALUE "N".
       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
          88 WS-EMPLEADOS-OK                        VALUE "00".
          88 WS-EMPLEADOS-NO-EXISTE                 VALUE "35".
                             FD-PER-FECHA-RECALCULO " "
                             FD-PER-OPERADOR-RECALCULO
                      END-IF
                      IF FD-PER-FECHA-CONCILIA NOT = SPACES
                         DISPLAY "   CONCILIA:  "
                             FD-PER-FECHA-CONCILIA " "
                             FD-PER-OPERADOR-CONCILIA
                         MOVE FD-PER-TOTAL-PAGADO TO WS-NETO-EDITADO
                         DISPLAY "   PAGADO: " WS-NETO-EDITADO
                             " RECHAZOS PENDIENTES: "
                             FD-PER-RECHAZOS-PENDIENTES
                      END-IF
                      ADD 1 TO WS-CONTADOR-PERIODOS
                      READ PERIODOS NEXT RECORD
                          AT END SET FLAG-LEIDO TO TRUE
                  INVALID KEY
                      DISPLAY WS-DISPLAY-PERIODO-NO-EXISTE
                  NOT INVALID KEY
                      PERFORM 310-VERIFICAR-ARCHIVADO
                      IF FD-PER-CERRADO
                         IF WS-ANIO-ARCHIVADO
                            DISPLAY WS-DISPLAY-ANIO-ARCHIVADO
                         ELSE
                            MOVE FUNCTION CURRENT-DATE
                                TO WS-FECHA-HORA
                            SET FD-PER-ABIERTO TO TRUE
                            MOVE WS-OPERADOR TO FD-PER-OPERADOR-REAPER
                            MOVE WS-FECHA-HORA TO FD-PER-FECHA-REAPER
                            REWRITE FD-PERIODO-REG
                            DISPLAY WS-DISPLAY-MENSAJE-EXITO
                         END-IF
                      ELSE
                         DISPLAY WS-DISPLAY-NO-CERRADO
                      END-IF
              CLOSE PERIODOS
           END-IF.

       310-VERIFICAR-ARCHIVADO.
           SET WS-ANIO-NO-ARCHIVADO TO TRUE.
           OPEN INPUT HISTORICOS.
           IF NOT WS-HISTORICOS-NO-EXISTE
              MOVE WS-PERIODO-ANIO TO FD-HIS-ANIO
              READ HISTORICOS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      IF FD-HIS-ARCHIVADO
                         SET WS-ANIO-ARCHIVADO TO TRUE
                      END-IF
              END-READ
              CLOSE HISTORICOS
           END-IF.

      *****************************************************************
      * REIMPRESION: BUSCA LA BOLETA (PERIODO + EMPLEADO) EN EL
      * HISTORICO CON UNA LECTURA DIRECTA POR CLAVE Y LA VUELVE A
              WRITE REI-LINEA
           END-IF.

           IF FD-PLA-CUOTA-SINDICAL > ZERO
              MOVE FD-PLA-CUOTA-SINDICAL TO WS-MONTO-EDITADO
              MOVE SPACES TO REI-LINEA
              STRING "CUOTA SINDICAL          -" WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO REI-LINEA
              WRITE REI-LINEA
           END-IF.

           IF FD-PLA-DESC-EPS > ZERO
              MOVE FD-PLA-DESC-EPS TO WS-MONTO-EDITADO
              MOVE SPACES TO REI-LINEA
              STRING "APORTE EPS              -" WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO REI-LINEA
              WRITE REI-LINEA
           END-IF.

           IF FD-PLA-SEGURO-ONCOLOGICO > ZERO
              MOVE FD-PLA-SEGURO-ONCOLOGICO TO WS-MONTO-EDITADO
              MOVE SPACES TO REI-LINEA
              STRING "SEGURO ONCOLOGICO       -" WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO REI-LINEA
              WRITE REI-LINEA
           END-IF.

           IF FD-PLA-DESC-PRESTAMO > ZERO
              MOVE FD-PLA-DESC-PRESTAMO TO WS-MONTO-EDITADO
              MOVE SPACES TO REI-LINEA
               DELIMITED BY SIZE INTO REI-LINEA.
           WRITE REI-LINEA.

           IF FD-PLA-CREDITO-EPS > ZERO
              MOVE FD-PLA-CREDITO-EPS TO WS-MONTO-EDITADO
              MOVE SPACES TO REI-LINEA
              STRING "CREDITO EPS              " WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO REI-LINEA
              WRITE REI-LINEA
           END-IF.

           MOVE SPACES TO REI-LINEA.
           WRITE REI-LINEA.
