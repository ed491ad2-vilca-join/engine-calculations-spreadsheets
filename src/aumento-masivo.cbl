       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUMENTO-MASIVO.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * CORRIDA DE AUMENTO GENERAL DE SUELDOS. EN VEZ DE PASAR UNO POR
      * UNO POR EL MANTENIMIENTO DE MOTOR-CALCULOS, APLICA DE UNA VEZ
      * UN AUMENTO A UN GRUPO DE EMPLEADOS ACTIVOS:
      *   - EL AUMENTO ES UN PORCENTAJE O UN MONTO FIJO EN SOLES,
      *     CON UNA FECHA DE VIGENCIA (AAAAMMDD).
      *   - EL GRUPO ES UN REGIMEN DE PENSION (ONP O AFP) O UNA LISTA
      *     DE EMPLEADOS EN AUMENTO-LISTA.DAT (UN FD-EMPLEADO-ID POR
      *     RENGLON).
      *   - PRIMERO EMITE EL LISTADO PREVIO EN AUMENTO-MASIVO.DAT
      *     (SUELDO ACTUAL Y NUEVO POR EMPLEADO, CON TOTALES) SIN
      *     TOCAR NADA, MAS UNA EXCEPCION POR CADA EMPLEADO DE LA
      *     LISTA QUE NO ESTA EN EL MAESTRO O ESTA INACTIVO (NO RECIBE
      *     AUMENTO); SOLO CON CONFIRMACION EXPRESA DEL OPERADOR
      *     GRABA EL SUELDO NUEVO EN SUELDOS.DAT (VER SUELDO.CPY),
      *     ACTUALIZA EL MAESTRO Y DEJA UN RENGLON "M" POR EMPLEADO EN
      *     LA BITACORA, IGUAL QUE EL MANTENIMIENTO.
      * CALCULO-PLANILLA, LIQUIDACION-CESE Y ADELANTO-QUINCENA TOMAN EL
      * SUELDO NUEVO RECIEN DESDE SU VIGENCIA. RELANZAR LA CORRIDA CON
      * LA MISMA VIGENCIA NO VUELVE A AUMENTAR A QUIEN YA LO TIENE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> INDEXADO POR FD-EMPLEADO-ID (VER MOTOR-CALCULOS); SE RECORRE
      *> DE PRINCIPIO A FIN DOS VECES (LISTADO PREVIO Y APLICACION) Y
      *> EN LA SEGUNDA SE REESCRIBE EL SUELDO EN SITIO.
           SELECT EMPLEADOS ASSIGN TO "../data/empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EMPLEADO-ID
               ALTERNATE RECORD KEY IS FD-EMPLEADO-CUSPP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-EMPLEADO-NOMBRE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

      *> HISTORIAL DE SUELDOS (VER SUELDO.CPY); ACCESO DYNAMIC PARA
      *> RECORRER CON START LOS SUELDOS DE CADA EMPLEADO.
           SELECT SUELDOS ASSIGN TO "../data/sueldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-SUE-CLAVE
               FILE STATUS IS WS-FS-SUELDOS.

           SELECT BITACORA ASSIGN TO "../data/bitacora.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

      *> LISTA DE EMPLEADOS A AUMENTAR CUANDO EL GRUPO NO ES UN
      *> REGIMEN DE PENSION: UN FD-EMPLEADO-ID POR RENGLON.
           SELECT LISTA ASSIGN TO "../data/aumento-lista.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTA.

           SELECT LISTADO ASSIGN TO "../data/aumento-masivo.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLEADOS.
           COPY empleado.

       FD  SUELDOS.
           COPY sueldo.

       FD  BITACORA.
           COPY bitacora.

       FD  LISTA.
       01 FD-LISTA-REG.
          05 FD-LIS-EMPLEADO-ID         PIC X(6).

       FD  LISTADO.
       01 AUM-LINEA                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "CORRIDA DE AUMENTO GENERAL DE SUELDOS".
       01 WS-DISPLAY-INPUT-OPERADOR     PIC X(50)   VALUE
             "INGRESE CODIGO DE OPERADOR: ".
       01 WS-DISPLAY-INPUT-TIPO         PIC X(60)   VALUE
             "TIPO DE AUMENTO (P-PORCENTAJE, M-MONTO FIJO): ".
       01 WS-DISPLAY-INPUT-PORCENTAJE   PIC X(60)   VALUE
             "INGRESE PORCENTAJE DE AUMENTO (EJ. 005.00 = 5%): ".
       01 WS-DISPLAY-INPUT-MONTO        PIC X(60)   VALUE
             "INGRESE MONTO FIJO DE AUMENTO EN SOLES: ".
       01 WS-DISPLAY-INPUT-VIGENCIA     PIC X(60)   VALUE
             "INGRESE FECHA DE VIGENCIA DEL AUMENTO (DD/MM/AAAA): ".
       01 WS-DISPLAY-INPUT-FILTRO       PIC X(60)   VALUE
             "APLICAR A: 1-REGIMEN DE PENSION  2-LISTA DE EMPLEADOS".
       01 WS-DISPLAY-INPUT-REGIMEN      PIC X(50)   VALUE
             "INGRESE REGIMEN DE PENSION (1-ONP, 2-AFP): ".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-NO-MAESTRO         PIC X(50)   VALUE
             "NO HAY EMPLEADOS REGISTRADOS TODAVIA".
       01 WS-DISPLAY-NO-LISTA           PIC X(60)   VALUE
             "NO SE ENCONTRO AUMENTO-LISTA.DAT CON LOS EMPLEADOS".
       01 WS-DISPLAY-LISTA-LLENA        PIC X(60)   VALUE
             "LISTA DE EMPLEADOS LLENA, SE FRENA LA CORRIDA: ".
       01 WS-DISPLAY-SIN-INCLUIDOS      PIC X(60)   VALUE
             "NINGUN EMPLEADO ACTIVO CUMPLE EL FILTRO; NO HAY AUMENTO".
       01 WS-DISPLAY-REVISE-LISTADO     PIC X(60)   VALUE
             "REVISE EL LISTADO PREVIO EN AUMENTO-MASIVO.DAT".
       01 WS-DISPLAY-CONFIRMA-AUMENTO   PIC X(70)   VALUE
             "¿CONFIRMA EL AUMENTO? QUEDARA REGISTRADO (S/N): ".
       01 WS-DISPLAY-NO-CONFIRMADO      PIC X(50)   VALUE
             "AUMENTO NO CONFIRMADO; NO SE GRABO NADA".
       01 WS-DISPLAY-ERROR-GRABACION    PIC X(50)   VALUE
             "ERROR AL GRABAR EL EMPLEADO, REVISE EMPLEADOS.DAT".
       01 WS-DISPLAY-MENSAJE-EXITO      PIC X(50)   VALUE
             "**CORRECTAMENTE GENERADO**".
       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".

       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
          88 WS-EMPLEADOS-OK                        VALUE "00".
          88 WS-EMPLEADOS-NO-EXISTE                 VALUE "35".
          88 WS-EMPLEADOS-SIN-REINDEXAR             VALUE "39".
       01 WS-FS-SUELDOS                 PIC X(2)    VALUE "00".
          88 WS-SUELDOS-OK                          VALUE "00".
          88 WS-SUELDOS-NO-EXISTE                   VALUE "35".
       01 WS-FS-BITACORA                PIC X(2)    VALUE "00".
          88 WS-BITACORA-OK                         VALUE "00".
          88 WS-BITACORA-NO-EXISTE                  VALUE "35".
       01 WS-FS-LISTA                   PIC X(2)    VALUE "00".
          88 WS-LISTA-OK                            VALUE "00".
          88 WS-LISTA-NO-EXISTE                     VALUE "35".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

      *> OPERADOR QUE LANZA EL AUMENTO, PARA LA BITACORA Y EL
      *> HISTORIAL DE SUELDOS.
       01 WS-OPERADOR                   PIC X(20)   VALUE SPACES.
       01 WS-FECHA-HORA                 PIC X(14).

      *> PARAMETROS DEL AUMENTO. EL PORCENTAJE SE INGRESA EN PUNTOS
      *> (5% SE INGRESA 005.00) Y EL MONTO FIJO EN SOLES.
       01 WS-TIPO-AUMENTO               PIC X(1)    VALUE SPACE.
          88 WS-AUMENTO-PORCENTAJE                  VALUE "P" "p".
          88 WS-AUMENTO-MONTO                       VALUE "M" "m".
       01 WS-PORCENTAJE-AUMENTO         PIC 9(3)V99 VALUE 0.
       01 WS-MONTO-AUMENTO              PIC 9(7)V99 VALUE 0.
       01 WS-VALIDAR-VALOR              PIC X(1)    VALUE "N".
          88 WS-VALOR-VALIDO                        VALUE "S".
          88 WS-VALOR-INVALIDO                      VALUE "N".

       01 WS-VIGENCIA.
          05 WS-VIGENCIA-ANIO           PIC 9(4).
             88 WS-VIGENCIA-ANIO-VALIDO             VALUE 1900
                                                    THRU 9999.
          05 WS-VIGENCIA-MES            PIC 9(2).
             88 WS-VIGENCIA-MES-VALIDO              VALUE 1 THRU 12.
          05 WS-VIGENCIA-DIA            PIC 9(2).
             88 WS-VIGENCIA-DIA-VALIDO              VALUE 1 THRU 31.
       01 WS-VIGENCIA-NUM REDEFINES WS-VIGENCIA
                                        PIC 9(8).
       01 WS-VALIDAR-VIGENCIA           PIC X(1)    VALUE "N".
          88 WS-VIGENCIA-VALIDA                     VALUE "S".
          88 WS-VIGENCIA-INVALIDA                   VALUE "N".

       01 WS-FILTRO                     PIC X(1)    VALUE SPACE.
          88 WS-FILTRO-REGIMEN                      VALUE "1".
          88 WS-FILTRO-LISTA                        VALUE "2".
       01 WS-REGIMEN-FILTRO             PIC 9(2)    VALUE 0.
          88 WS-REGIMEN-FILTRO-VALIDO               VALUE 1 2.

      *> COPIA EN MEMORIA DE AUMENTO-LISTA.DAT; UNA LISTA DESBORDADA
      *> FRENA LA CORRIDA EN VEZ DE AUMENTAR SOLO A UNA PARTE.
       01 WS-TABLA-LISTA.
          05 WS-CANT-LISTA              PIC 9(3)    VALUE 0.
          05 WS-LIS-EMPLEADO-ID         PIC X(6) OCCURS 500 TIMES.
       01 WS-LIS-INDICE                 PIC 9(3).
       01 WS-LISTA-COMPLETA             PIC X(1)    VALUE "S".
          88 WS-LISTA-LISTA                         VALUE "S".
          88 WS-LISTA-DESBORDADA                    VALUE "N".

      *> SITUACION DEL EMPLEADO EN PROCESO FRENTE AL AUMENTO.
       01 WS-EMPLEADO-INCLUIDO          PIC X(1)    VALUE "N".
          88 WS-EMPLEADO-SI-INCLUIDO                VALUE "S".
          88 WS-EMPLEADO-NO-INCLUIDO                VALUE "N".
       01 WS-SITUACION-AUMENTO          PIC X(1)    VALUE SPACE.
          88 WS-AUMENTO-PROCEDE                     VALUE "P".
      *>       YA TIENE UN AUMENTO MASIVO CON ESTA MISMA VIGENCIA
      *>       (CORRIDA RELANZADA): NO SE LE VUELVE A APLICAR.
          88 WS-AUMENTO-YA-APLICADO                 VALUE "Y".
      *>       INGRESO POSTERIOR A LA VIGENCIA: EL AUMENTO REGIRIA
      *>       ANTES QUE SU SUELDO DE INGRESO.
          88 WS-AUMENTO-INGRESO-POSTERIOR           VALUE "I".
       01 WS-HISTORIAL-SUELDO           PIC X(1)    VALUE "N".
          88 WS-CON-HISTORIAL-SUELDO                VALUE "S".
          88 WS-SIN-HISTORIAL-SUELDO                VALUE "N".
       01 WS-SIN-SUELDOS                PIC X(1)    VALUE "N".
          88 WS-SUELDOS-SI-ARCHIVO                  VALUE "N".
          88 WS-SUELDOS-NO-ARCHIVO                  VALUE "S".

      *> EL INGRESO ESTA EN DDMMAAAA EN EL REGISTRO; SE REARMA
      *> AAAAMMDD PARA COMPARARLO CON LA VIGENCIA.
       01 WS-INGRESO-FECHA.
          05 WS-INGRESO-DIA             PIC 9(2).
          05 WS-INGRESO-MES             PIC 9(2).
          05 WS-INGRESO-ANIO            PIC 9(4).
       01 WS-INGRESO-FECHA-NUM          PIC 9(8).

       01 WS-SUELDO-ANTERIOR            PIC 9(7)V99.
       01 WS-SUELDO-NUEVO               PIC 9(7)V99.
       01 WS-SUELDO-GRABAR-VIGENCIA     PIC 9(8).
       01 WS-SUELDO-GRABAR-MONTO        PIC 9(7)V99.
       01 WS-SUELDO-ORIGEN              PIC X(1).
          88 WS-SUELDO-ORIGEN-INICIAL               VALUE "I".
          88 WS-SUELDO-ORIGEN-AUMENTO               VALUE "R".

       01 WS-CONFIRMAR-AUMENTO          PIC X(1)    VALUE "N".
          88 WS-AUMENTO-CONFIRMADO                  VALUE "S" "s".

       01 WS-CONTADOR-INCLUIDOS         PIC 9(5)    VALUE 0.
       01 WS-CONTADOR-OMITIDOS          PIC 9(5)    VALUE 0.
       01 WS-CONTADOR-APLICADOS         PIC 9(5)    VALUE 0.
       01 WS-CONTADOR-EXCEPCIONES       PIC 9(5)    VALUE 0.
       01 WS-TOTAL-ANTERIOR             PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-NUEVO                PIC 9(11)V99 VALUE 0.

       01 WS-MONTO-EDITADO              PIC ZZZ,ZZ9.99.
       01 WS-MONTO-NUEVO-EDITADO        PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITADO              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PORCENTAJE-EDITADO         PIC ZZ9.99.
       01 WS-CONTADOR-EDITADO           PIC ZZ,ZZ9.
       01 WS-OBSERVACION                PIC X(20).
       01 WS-LIN-SEPARADOR              PIC X(40)   VALUE ALL "-".
       01 WS-LIN-DOBLE                  PIC X(40)   VALUE ALL "=".

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           DISPLAY WS-DISPLAY-INPUT-OPERADOR.
           ACCEPT WS-OPERADOR.
           PERFORM 010-PEDIR-TIPO.
           PERFORM 011-PEDIR-VALOR.
           PERFORM 012-PEDIR-VIGENCIA.
           PERFORM 013-PEDIR-FILTRO.

           IF WS-FILTRO-LISTA
              PERFORM 020-CARGAR-LISTA
              IF WS-LISTA-DESBORDADA
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT EMPLEADOS.
           IF WS-EMPLEADOS-SIN-REINDEXAR
              DISPLAY WS-DISPLAY-SIN-REINDEXAR
              STOP RUN
           END-IF.
           IF WS-EMPLEADOS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-MAESTRO
              STOP RUN
           END-IF.
           CLOSE EMPLEADOS.

           PERFORM 100-EMITIR-LISTADO-PREVIO.
           IF WS-CONTADOR-INCLUIDOS = ZERO
              DISPLAY WS-DISPLAY-SIN-INCLUIDOS
              STOP RUN
           END-IF.

           DISPLAY WS-DISPLAY-REVISE-LISTADO.
           DISPLAY WS-DISPLAY-CONFIRMA-AUMENTO.
           ACCEPT WS-CONFIRMAR-AUMENTO.
           IF WS-AUMENTO-CONFIRMADO
              PERFORM 200-APLICAR-AUMENTO
              DISPLAY "SUELDOS AUMENTADOS: " WS-CONTADOR-APLICADOS
              DISPLAY WS-DISPLAY-MENSAJE-EXITO
           ELSE
              DISPLAY WS-DISPLAY-NO-CONFIRMADO
           END-IF.
           STOP RUN.

       010-PEDIR-TIPO.
           MOVE SPACE TO WS-TIPO-AUMENTO.
           PERFORM UNTIL WS-AUMENTO-PORCENTAJE OR WS-AUMENTO-MONTO
                   DISPLAY WS-DISPLAY-INPUT-TIPO
                   ACCEPT WS-TIPO-AUMENTO
                   IF NOT (WS-AUMENTO-PORCENTAJE OR WS-AUMENTO-MONTO)
                      DISPLAY WS-DISPLAY-ERROR
                   END-IF
           END-PERFORM.

      *> UN AUMENTO EN CERO NO TIENE SENTIDO: SE EXIGE UN VALOR
      *> NUMERICO MAYOR QUE CERO, COMO EL SUELDO BASE EN MOTOR.
       011-PEDIR-VALOR.
           SET WS-VALOR-INVALIDO TO TRUE.
           PERFORM UNTIL WS-VALOR-VALIDO
                   SET WS-VALOR-VALIDO TO TRUE
                   IF WS-AUMENTO-PORCENTAJE
                      DISPLAY WS-DISPLAY-INPUT-PORCENTAJE
                      ACCEPT WS-PORCENTAJE-AUMENTO
                      IF WS-PORCENTAJE-AUMENTO IS NOT NUMERIC OR
                         WS-PORCENTAJE-AUMENTO = ZERO
                         DISPLAY WS-DISPLAY-ERROR
                         SET WS-VALOR-INVALIDO TO TRUE
                      END-IF
                   ELSE
                      DISPLAY WS-DISPLAY-INPUT-MONTO
                      ACCEPT WS-MONTO-AUMENTO
                      IF WS-MONTO-AUMENTO IS NOT NUMERIC OR
                         WS-MONTO-AUMENTO = ZERO
                         DISPLAY WS-DISPLAY-ERROR
                         SET WS-VALOR-INVALIDO TO TRUE
                      END-IF
                   END-IF
           END-PERFORM.

       012-PEDIR-VIGENCIA.
           SET WS-VIGENCIA-INVALIDA TO TRUE.
           PERFORM UNTIL WS-VIGENCIA-VALIDA
                   DISPLAY WS-DISPLAY-INPUT-VIGENCIA
                   DISPLAY "INGRESE DIA (DD):"
                   ACCEPT WS-VIGENCIA-DIA
                   DISPLAY "INGRESE MES (MM):"
                   ACCEPT WS-VIGENCIA-MES
                   DISPLAY "INGRESE ANIO (AAAA):"
                   ACCEPT WS-VIGENCIA-ANIO

                   PERFORM 015-VALIDAR-VIGENCIA
           END-PERFORM.

       013-PEDIR-FILTRO.
           MOVE SPACE TO WS-FILTRO.
           PERFORM UNTIL WS-FILTRO-REGIMEN OR WS-FILTRO-LISTA
                   DISPLAY WS-DISPLAY-INPUT-FILTRO
                   ACCEPT WS-FILTRO
                   IF NOT (WS-FILTRO-REGIMEN OR WS-FILTRO-LISTA)
                      DISPLAY WS-DISPLAY-ERROR
                   END-IF
           END-PERFORM.

           IF WS-FILTRO-REGIMEN
              MOVE ZERO TO WS-REGIMEN-FILTRO
              PERFORM UNTIL WS-REGIMEN-FILTRO-VALIDO
                      DISPLAY WS-DISPLAY-INPUT-REGIMEN
                      ACCEPT WS-REGIMEN-FILTRO
                      IF WS-REGIMEN-FILTRO IS NOT NUMERIC OR
                         NOT WS-REGIMEN-FILTRO-VALIDO
                         DISPLAY WS-DISPLAY-ERROR
                         MOVE ZERO TO WS-REGIMEN-FILTRO
                      END-IF
              END-PERFORM
           END-IF.

       015-VALIDAR-VIGENCIA.

           SET WS-VIGENCIA-VALIDA TO TRUE.
           *> VALIDAR FECHA DE VIGENCIA
           IF WS-VIGENCIA-NUM IS NOT NUMERIC
              DISPLAY WS-DISPLAY-ERROR
              SET WS-VIGENCIA-INVALIDA TO TRUE
           ELSE
              IF NOT (WS-VIGENCIA-ANIO-VALIDO AND
                 WS-VIGENCIA-MES-VALIDO AND WS-VIGENCIA-DIA-VALIDO)
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-VIGENCIA-INVALIDA TO TRUE
              END-IF

              IF (WS-VIGENCIA-MES = 04 OR
                 WS-VIGENCIA-MES = 06 OR
                 WS-VIGENCIA-MES = 09 OR
                 WS-VIGENCIA-MES = 11) AND WS-VIGENCIA-DIA > 30
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-VIGENCIA-INVALIDA TO TRUE
              END-IF

              IF WS-VIGENCIA-MES = 02
                 IF FUNCTION MOD(WS-VIGENCIA-ANIO , 4) = 0
                    IF WS-VIGENCIA-DIA > 29
                       DISPLAY WS-DISPLAY-ERROR
                       SET WS-VIGENCIA-INVALIDA TO TRUE
                    END-IF
                 ELSE
                    IF WS-VIGENCIA-DIA > 28
                       DISPLAY WS-DISPLAY-ERROR
                       SET WS-VIGENCIA-INVALIDA TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> CARGA LA LISTA DE EMPLEADOS A AUMENTAR; LOS RENGLONES EN
      *> BLANCO SE IGNORAN.
       020-CARGAR-LISTA.
           SET WS-LISTA-LISTA TO TRUE.
           OPEN INPUT LISTA.
           IF WS-LISTA-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-LISTA
              SET WS-LISTA-DESBORDADA TO TRUE
           ELSE
              SET FLAG-NO-LEIDO TO TRUE
              READ LISTA
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-LIS-EMPLEADO-ID NOT = SPACES
                         IF WS-CANT-LISTA < 500
                            ADD 1 TO WS-CANT-LISTA
                            MOVE FD-LIS-EMPLEADO-ID
                                TO WS-LIS-EMPLEADO-ID(WS-CANT-LISTA)
                         ELSE
                            DISPLAY WS-DISPLAY-LISTA-LLENA
                                FD-LIS-EMPLEADO-ID
                            SET WS-LISTA-DESBORDADA TO TRUE
                         END-IF
                      END-IF
                      READ LISTA
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
              CLOSE LISTA
              SET FLAG-NO-LEIDO TO TRUE
           END-IF.

      *****************************************************************
      * LISTADO PREVIO: RECORRE EL MAESTRO SIN GRABAR NADA Y DEJA EN
      * AUMENTO-MASIVO.DAT, POR CADA EMPLEADO DEL GRUPO, EL SUELDO
      * ACTUAL Y EL NUEVO, MAS LOS TOTALES DE LA CORRIDA.
      *****************************************************************
       100-EMITIR-LISTADO-PREVIO.
           OPEN INPUT EMPLEADOS.
           SET WS-SUELDOS-SI-ARCHIVO TO TRUE.
           OPEN INPUT SUELDOS.
           IF WS-SUELDOS-NO-EXISTE
              SET WS-SUELDOS-NO-ARCHIVO TO TRUE
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM 110-GRABAR-CABECERA.

           SET FLAG-NO-LEIDO TO TRUE.
           READ EMPLEADOS NEXT RECORD
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.
           PERFORM UNTIL FLAG-LEIDO
                   PERFORM 120-LISTAR-EMPLEADO
                   READ EMPLEADOS NEXT RECORD
                       AT END SET FLAG-LEIDO TO TRUE
                   END-READ
           END-PERFORM.
           SET FLAG-NO-LEIDO TO TRUE.

           IF WS-FILTRO-LISTA
              PERFORM 140-VERIFICAR-LISTA
           END-IF.
           PERFORM 130-GRABAR-TOTALES.
           CLOSE LISTADO.
           IF WS-SUELDOS-SI-ARCHIVO
              CLOSE SUELDOS
           END-IF.
           CLOSE EMPLEADOS.

       110-GRABAR-CABECERA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE SPACES TO AUM-LINEA.
           STRING "LISTADO PREVIO DE AUMENTO GENERAL  "
               WS-FECHA-HORA(7:2) "/" WS-FECHA-HORA(5:2) "/"
               WS-FECHA-HORA(1:4)
               DELIMITED BY SIZE INTO AUM-LINEA.
           WRITE AUM-LINEA.
           MOVE WS-LIN-DOBLE TO AUM-LINEA.
           WRITE AUM-LINEA.

           MOVE SPACES TO AUM-LINEA.
           IF WS-AUMENTO-PORCENTAJE
              MOVE WS-PORCENTAJE-AUMENTO TO WS-PORCENTAJE-EDITADO
              STRING "AUMENTO:                " WS-PORCENTAJE-EDITADO
                  " %"
                  DELIMITED BY SIZE INTO AUM-LINEA
           ELSE
              MOVE WS-MONTO-AUMENTO TO WS-MONTO-EDITADO
              STRING "AUMENTO FIJO:           " WS-MONTO-EDITADO
                  DELIMITED BY SIZE INTO AUM-LINEA
           END-IF.
           WRITE AUM-LINEA.

           MOVE SPACES TO AUM-LINEA.
           STRING "VIGENCIA:               "
               WS-VIGENCIA-DIA "/" WS-VIGENCIA-MES "/" WS-VIGENCIA-ANIO
               DELIMITED BY SIZE INTO AUM-LINEA.
           WRITE AUM-LINEA.

           MOVE SPACES TO AUM-LINEA.
           IF WS-FILTRO-REGIMEN
              IF WS-REGIMEN-FILTRO = 1
                 STRING "GRUPO:                  REGIMEN ONP"
                     DELIMITED BY SIZE INTO AUM-LINEA
              ELSE
                 STRING "GRUPO:                  REGIMEN AFP"
                     DELIMITED BY SIZE INTO AUM-LINEA
              END-IF
           ELSE
              STRING "GRUPO:                  AUMENTO-LISTA.DAT"
                  DELIMITED BY SIZE INTO AUM-LINEA
           END-IF.
           WRITE AUM-LINEA.

           MOVE SPACES TO AUM-LINEA.
           STRING "OPERADOR:               " WS-OPERADOR
               DELIMITED BY SIZE INTO AUM-LINEA.
           WRITE AUM-LINEA.
           MOVE WS-LIN-SEPARADOR TO AUM-LINEA.
           WRITE AUM-LINEA.

           MOVE SPACES TO AUM-LINEA.
           STRING "ID     NOMBRE                ACTUAL      NUEVO"
               DELIMITED BY SIZE INTO AUM-LINEA.
           WRITE AUM-LINEA.
           MOVE WS-LIN-SEPARADOR TO AUM-LINEA.
           WRITE AUM-LINEA.

       120-LISTAR-EMPLEADO.
           PERFORM 300-EVALUAR-EMPLEADO.
           IF WS-EMPLEADO-SI-INCLUIDO
              MOVE SPACES TO WS-OBSERVACION
              EVALUATE TRUE
                  WHEN WS-AUMENTO-PROCEDE
                      ADD 1 TO WS-CONTADOR-INCLUIDOS
                      ADD WS-SUELDO-ANTERIOR TO WS-TOTAL-ANTERIOR
                      ADD WS-SUELDO-NUEVO TO WS-TOTAL-NUEVO
                  WHEN WS-AUMENTO-YA-APLICADO
                      MOVE "OMITIDO: YA APLICADO" TO WS-OBSERVACION
                      ADD 1 TO WS-CONTADOR-OMITIDOS
                  WHEN WS-AUMENTO-INGRESO-POSTERIOR
                      MOVE "OMITIDO: INGRESO POST" TO WS-OBSERVACION
                      ADD 1 TO WS-CONTADOR-OMITIDOS
              END-EVALUATE
              MOVE WS-SUELDO-ANTERIOR TO WS-MONTO-EDITADO
              MOVE WS-SUELDO-NUEVO TO WS-MONTO-NUEVO-EDITADO
              MOVE SPACES TO AUM-LINEA
              STRING FD-EMPLEADO-ID " " FD-EMPLEADO-NOMBRE " "
                  WS-MONTO-EDITADO " " WS-MONTO-NUEVO-EDITADO " "
                  WS-OBSERVACION
                  DELIMITED BY SIZE INTO AUM-LINEA
              WRITE AUM-LINEA
           END-IF.

       130-GRABAR-TOTALES.
           MOVE WS-LIN-SEPARADOR TO AUM-LINEA.
           WRITE AUM-LINEA.
           MOVE WS-CONTADOR-INCLUIDOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO AUM-LINEA.
           STRING "EMPLEADOS A AUMENTAR:   " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO AUM-LINEA.
           WRITE AUM-LINEA.
           MOVE WS-CONTADOR-OMITIDOS TO WS-CONTADOR-EDITADO.
           MOVE SPACES TO AUM-LINEA.
           STRING "EMPLEADOS OMITIDOS:     " WS-CONTADOR-EDITADO
               DELIMITED BY SIZE INTO AUM-LINEA.
           WRITE AUM-LINEA.
           IF WS-FILTRO-LISTA
              MOVE WS-CONTADOR-EXCEPCIONES TO WS-CONTADOR-EDITADO
              MOVE SPACES TO AUM-LINEA
              STRING "EXCEPCIONES DE LA LISTA:" WS-CONTADOR-EDITADO
                  DELIMITED BY SIZE INTO AUM-LINEA
              WRITE AUM-LINEA
           END-IF.
           MOVE WS-TOTAL-ANTERIOR TO WS-TOTAL-EDITADO.
           MOVE SPACES TO AUM-LINEA.
           STRING "TOTAL SUELDOS ACTUALES: " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO AUM-LINEA.
           WRITE AUM-LINEA.
           MOVE WS-TOTAL-NUEVO TO WS-TOTAL-EDITADO.
           MOVE SPACES TO AUM-LINEA.
           STRING "TOTAL SUELDOS NUEVOS:   " WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO AUM-LINEA.
           WRITE AUM-LINEA.
           MOVE WS-LIN-DOBLE TO AUM-LINEA.
           WRITE AUM-LINEA.

           DISPLAY "EMPLEADOS A AUMENTAR:   " WS-CONTADOR-INCLUIDOS.
           DISPLAY "EMPLEADOS OMITIDOS:     " WS-CONTADOR-OMITIDOS.
           IF WS-FILTRO-LISTA
              DISPLAY "EXCEPCIONES DE LA LISTA:" WS-CONTADOR-EXCEPCIONES
           END-IF.
           MOVE WS-TOTAL-ANTERIOR TO WS-TOTAL-EDITADO.
           DISPLAY "TOTAL SUELDOS ACTUALES: " WS-TOTAL-EDITADO.
           MOVE WS-TOTAL-NUEVO TO WS-TOTAL-EDITADO.
           DISPLAY "TOTAL SUELDOS NUEVOS:   " WS-TOTAL-EDITADO.

      *> CADA EMPLEADO DE AUMENTO-LISTA.DAT SE BUSCA POR CLAVE EN EL
      *> MAESTRO: EL QUE NO EXISTE (CODIGO MAL DIGITADO) O ESTA
      *> INACTIVO NO APARECE EN EL RECORRIDO DE 120 Y SIN ESTA LINEA
      *> QUEDARIA FUERA DEL AUMENTO SIN QUE NADIE LO NOTE.
       140-VERIFICAR-LISTA.
           PERFORM VARYING WS-LIS-INDICE FROM 1 BY 1
                   UNTIL WS-LIS-INDICE > WS-CANT-LISTA
                   MOVE SPACES TO WS-OBSERVACION
                   MOVE WS-LIS-EMPLEADO-ID(WS-LIS-INDICE)
                       TO FD-EMPLEADO-ID
                   READ EMPLEADOS
                       INVALID KEY
                           MOVE "NO EXISTE EN MAESTRO" TO WS-OBSERVACION
                       NOT INVALID KEY
                           IF NOT FD-EMPLEADO-ACTIVO
                              MOVE "EMPLEADO INACTIVO"
                                  TO WS-OBSERVACION
                           END-IF
                   END-READ
                   IF WS-OBSERVACION NOT = SPACES
                      IF WS-CONTADOR-EXCEPCIONES = ZERO
                         MOVE WS-LIN-SEPARADOR TO AUM-LINEA
                         WRITE AUM-LINEA
                         MOVE SPACES TO AUM-LINEA
                         STRING "EXCEPCIONES DE AUMENTO-LISTA.DAT"
                             " (NO RECIBEN AUMENTO)"
                             DELIMITED BY SIZE INTO AUM-LINEA
                         WRITE AUM-LINEA
                      END-IF
                      ADD 1 TO WS-CONTADOR-EXCEPCIONES
                      MOVE SPACES TO AUM-LINEA
                      STRING WS-LIS-EMPLEADO-ID(WS-LIS-INDICE) " "
                          WS-OBSERVACION
                          DELIMITED BY SIZE INTO AUM-LINEA
                      WRITE AUM-LINEA
                   END-IF
           END-PERFORM.

      *****************************************************************
      * APLICACION CONFIRMADA: VUELVE A RECORRER EL MAESTRO CON LAS
      * MISMAS REGLAS DEL LISTADO Y, POR CADA EMPLEADO QUE PROCEDE,
      * GRABA EL SUELDO NUEVO EN SUELDOS.DAT, LO REESCRIBE EN EL
      * MAESTRO Y DEJA EL RENGLON "M" EN LA BITACORA.
      *****************************************************************
       200-APLICAR-AUMENTO.
           OPEN I-O EMPLEADOS.
           OPEN I-O SUELDOS.
           IF WS-SUELDOS-NO-EXISTE
              CLOSE SUELDOS
              OPEN OUTPUT SUELDOS
              CLOSE SUELDOS
              OPEN I-O SUELDOS
           END-IF.
           SET WS-SUELDOS-SI-ARCHIVO TO TRUE.

           OPEN INPUT BITACORA.
           IF WS-BITACORA-NO-EXISTE
              CLOSE BITACORA
              OPEN OUTPUT BITACORA
           ELSE
              CLOSE BITACORA
              OPEN EXTEND BITACORA
           END-IF.

           SET FLAG-NO-LEIDO TO TRUE.
           READ EMPLEADOS NEXT RECORD
               AT END SET FLAG-LEIDO TO TRUE
           END-READ.
           PERFORM UNTIL FLAG-LEIDO
                   PERFORM 210-AUMENTAR-EMPLEADO
                   READ EMPLEADOS NEXT RECORD
                       AT END SET FLAG-LEIDO TO TRUE
                   END-READ
           END-PERFORM.
           SET FLAG-NO-LEIDO TO TRUE.

           CLOSE BITACORA.
           CLOSE SUELDOS.
           CLOSE EMPLEADOS.

           OPEN EXTEND LISTADO.
           MOVE SPACES TO AUM-LINEA.
           STRING "AUMENTO APLICADO A " WS-CONTADOR-APLICADOS
               " EMPLEADOS POR " WS-OPERADOR
               DELIMITED BY SIZE INTO AUM-LINEA.
           WRITE AUM-LINEA.
           CLOSE LISTADO.

      *> UN EMPLEADO SIN HISTORIAL (DADO DE ALTA ANTES DE SUELDOS.DAT)
      *> RECIBE PRIMERO SU SUELDO ACTUAL CON VIGENCIA AL INGRESO, PARA
      *> QUE LOS MESES ANTERIORES AL AUMENTO SIGAN CALCULANDOSE CON EL.
       210-AUMENTAR-EMPLEADO.
           PERFORM 300-EVALUAR-EMPLEADO.
           IF WS-EMPLEADO-SI-INCLUIDO AND WS-AUMENTO-PROCEDE
              IF WS-SIN-HISTORIAL-SUELDO
                 MOVE WS-INGRESO-FECHA-NUM TO WS-SUELDO-GRABAR-VIGENCIA
                 MOVE WS-SUELDO-ANTERIOR TO WS-SUELDO-GRABAR-MONTO
                 SET WS-SUELDO-ORIGEN-INICIAL TO TRUE
                 PERFORM 330-REGISTRAR-SUELDO
              END-IF
              MOVE WS-VIGENCIA-NUM TO WS-SUELDO-GRABAR-VIGENCIA
              MOVE WS-SUELDO-NUEVO TO WS-SUELDO-GRABAR-MONTO
              SET WS-SUELDO-ORIGEN-AUMENTO TO TRUE
              PERFORM 330-REGISTRAR-SUELDO

              MOVE WS-SUELDO-NUEVO TO FD-EMPLEADO-SUELDO-BASE
              REWRITE FD-EMPLEADO-REG
                  INVALID KEY
                      DISPLAY WS-DISPLAY-ERROR-GRABACION
                      DISPLAY FD-EMPLEADO-ID
                  NOT INVALID KEY
                      PERFORM 340-REGISTRAR-BITACORA
                      ADD 1 TO WS-CONTADOR-APLICADOS
              END-REWRITE
           END-IF.

      *> DECIDE SI EL EMPLEADO EN PROCESO ENTRA AL AUMENTO (ACTIVO Y
      *> DEL GRUPO PEDIDO) Y, SI ENTRA, CALCULA SU SUELDO NUEVO Y SI
      *> PROCEDE O SE OMITE.
       300-EVALUAR-EMPLEADO.
           SET WS-EMPLEADO-NO-INCLUIDO TO TRUE.
           IF FD-EMPLEADO-ACTIVO
              IF WS-FILTRO-REGIMEN
                 IF FD-EMPLEADO-REG-PENSION = WS-REGIMEN-FILTRO
                    SET WS-EMPLEADO-SI-INCLUIDO TO TRUE
                 END-IF
              ELSE
                 PERFORM VARYING WS-LIS-INDICE FROM 1 BY 1
                         UNTIL WS-LIS-INDICE > WS-CANT-LISTA
                         IF WS-LIS-EMPLEADO-ID(WS-LIS-INDICE)
                             = FD-EMPLEADO-ID
                            SET WS-EMPLEADO-SI-INCLUIDO TO TRUE
                         END-IF
                 END-PERFORM
              END-IF
           END-IF.

           IF WS-EMPLEADO-SI-INCLUIDO
              MOVE FD-EMPLEADO-SUELDO-BASE TO WS-SUELDO-ANTERIOR
              IF WS-AUMENTO-PORCENTAJE
                 COMPUTE WS-SUELDO-NUEVO ROUNDED =
                     WS-SUELDO-ANTERIOR *
                     (1 + WS-PORCENTAJE-AUMENTO / 100)
              ELSE
                 COMPUTE WS-SUELDO-NUEVO =
                     WS-SUELDO-ANTERIOR + WS-MONTO-AUMENTO
              END-IF

              MOVE FD-EMPLEADO-FECHA-INGRESO TO WS-INGRESO-FECHA
              COMPUTE WS-INGRESO-FECHA-NUM =
                  WS-INGRESO-ANIO * 10000 +
                  WS-INGRESO-MES * 100 +
                  WS-INGRESO-DIA

              PERFORM 320-REVISAR-HISTORIAL
              IF WS-AUMENTO-PROCEDE AND
                 WS-INGRESO-FECHA-NUM > WS-VIGENCIA-NUM
                 SET WS-AUMENTO-INGRESO-POSTERIOR TO TRUE
              END-IF
           END-IF.

      *> RECORRE LOS SUELDOS DEL EMPLEADO (START POR LA CLAVE
      *> PARCIAL, READ NEXT HASTA CAMBIAR DE EMPLEADO): SI TIENE
      *> HISTORIAL Y SI YA TIENE UN AUMENTO MASIVO CON ESTA VIGENCIA.
      *> EL FLAG SE DEVUELVE EN "NO LEIDO" PORQUE ES EL MISMO QUE
      *> CONTROLA EL RECORRIDO DEL MAESTRO.
       320-REVISAR-HISTORIAL.
           SET WS-AUMENTO-PROCEDE TO TRUE.
           SET WS-SIN-HISTORIAL-SUELDO TO TRUE.
           IF WS-SUELDOS-NO-ARCHIVO
              CONTINUE
           ELSE
              MOVE FD-EMPLEADO-ID TO FD-SUE-EMPLEADO-ID
              MOVE ZERO TO FD-SUE-VIGENCIA
              START SUELDOS KEY IS >= FD-SUE-CLAVE
                  INVALID KEY CONTINUE
              END-START
              IF WS-SUELDOS-OK
                 SET FLAG-NO-LEIDO TO TRUE
                 READ SUELDOS NEXT RECORD
                     AT END SET FLAG-LEIDO TO TRUE
                 END-READ
                 PERFORM UNTIL FLAG-LEIDO
                         IF FD-SUE-EMPLEADO-ID = FD-EMPLEADO-ID
                            SET WS-CON-HISTORIAL-SUELDO TO TRUE
                            IF FD-SUE-VIGENCIA = WS-VIGENCIA-NUM AND
                               FD-SUE-ORIGEN-AUMENTO-MASIVO
                               SET WS-AUMENTO-YA-APLICADO TO TRUE
                            END-IF
                            READ SUELDOS NEXT RECORD
                                AT END SET FLAG-LEIDO TO TRUE
                            END-READ
                         ELSE
                            SET FLAG-LEIDO TO TRUE
                         END-IF
                 END-PERFORM
                 SET FLAG-NO-LEIDO TO TRUE
              END-IF
           END-IF.

      *> UN RENGLON DE SUELDOS.DAT; SI LA CLAVE YA EXISTE (UN CAMBIO
      *> DE MANTENIMIENTO CON LA MISMA VIGENCIA) EL AUMENTO LO
      *> REEMPLAZA.
       330-REGISTRAR-SUELDO.
           MOVE FD-EMPLEADO-ID TO FD-SUE-EMPLEADO-ID.
           MOVE WS-SUELDO-GRABAR-VIGENCIA TO FD-SUE-VIGENCIA.
           MOVE WS-SUELDO-GRABAR-MONTO TO FD-SUE-MONTO.
           MOVE WS-SUELDO-ORIGEN TO FD-SUE-ORIGEN.
           MOVE WS-OPERADOR TO FD-SUE-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO FD-SUE-FECHA-HORA.
           WRITE FD-SUELDO-REG
               INVALID KEY
                   REWRITE FD-SUELDO-REG
           END-WRITE.

      *> MISMO RENGLON QUE DEJA EL MANTENIMIENTO DE MOTOR-CALCULOS
      *> POR CADA MODIFICACION DEL MAESTRO.
       340-REGISTRAR-BITACORA.
           MOVE FD-EMPLEADO-ID TO BIT-EMPLEADO-ID.
           SET BIT-ACCION-MODIFICACION TO TRUE.
           MOVE WS-OPERADOR TO BIT-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO BIT-FECHA-HORA.
           MOVE "N" TO BIT-CAMBIO-PENSION.
           MOVE "N" TO BIT-CAMBIO-PAGO.
           MOVE "S" TO BIT-CAMBIO-SUELDO.
           MOVE "N" TO BIT-CAMBIO-CCOSTO.
           WRITE BIT-REG.
