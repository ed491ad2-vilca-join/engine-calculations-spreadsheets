       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-CONCEPTOS.
       AUTHOR. JOSE VILCA.

      *****************************************************************
      * CAPTURA DE DESCUENTOS FIJOS RECURRENTES POR EMPLEADO
      * (conceptos.dat, VER CONCEPTO.CPY), AL ESTILO DE
      * CAPTURA-RETENCIONES:
      *   1-LISTAR: LISTA LOS DESCUENTOS FIJOS REGISTRADOS.
      *   2-REGISTRAR: GRABA O REEMPLAZA UN CONCEPTO DE UN EMPLEADO
      *     (CS-CUOTA SINDICAL, EP-APORTE EPS, SO-SEGURO ONCOLOGICO):
      *     PORCENTAJE DEL BRUTO O MONTO FIJO, PERIODOS DE VIGENCIA Y
      *     DATOS DE LA ENTIDAD PARA LA REMESA.
      *   3-SUSPENDER: MARCA EL CONCEPTO COMO SUSPENDIDO; DEJA DE
      *     DESCONTARSE SIN PERDER LA CONSTANCIA.
      * EL DESCUENTO EN LA BOLETA LO HACE CALCULO-PLANILLA Y LA LISTA
      * DE REMESA POR ENTIDAD LA ARMA GENERAR-REMESAS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> INDEXADO POR FD-EMPLEADO-ID (VER MOTOR-CALCULOS); AQUI SOLO SE
      *> HACEN LECTURAS DIRECTAS POR CLAVE PARA VALIDAR EL EMPLEADO,
      *> ASI QUE BASTA CON ACCESO RANDOM.
           SELECT EMPLEADOS ASSIGN TO "../data/empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EMPLEADO-ID
               ALTERNATE RECORD KEY IS FD-EMPLEADO-CUSPP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FD-EMPLEADO-NOMBRE-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-EMPLEADOS.

      *> ACCESO DYNAMIC: EL LISTADO RECORRE TODO EL ARCHIVO Y EL
      *> REGISTRO/SUSPENSION LEE Y GRABA POR CLAVE.
           SELECT CONCEPTOS ASSIGN TO "../data/conceptos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CFI-CLAVE
               FILE STATUS IS WS-FS-CONCEPTOS.

       DATA DIVISION.

       FILE SECTION.
       FD  EMPLEADOS.
           COPY empleado.

       FD  CONCEPTOS.
           COPY concepto.

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)   VALUE
             "CAPTURA DE DESCUENTOS FIJOS".
       01 WS-DISPLAY-MENU-MODO          PIC X(60)   VALUE
             "1-LISTAR  2-REGISTRAR CONCEPTO  3-SUSPENDER CONCEPTO".
       01 WS-DISPLAY-INPUT-EMPLEADO     PIC X(50)   VALUE
             "INGRESE ID DE EMPLEADO: ".
       01 WS-DISPLAY-INPUT-CONCEPTO     PIC X(70)   VALUE
             "CONCEPTO (CS-CUOTA SINDICAL, EP-EPS, SO-ONCOLOGICO): ".
       01 WS-DISPLAY-INPUT-TIPO         PIC X(60)   VALUE
             "TIPO DE DESCUENTO (P-PORCENTAJE DEL BRUTO, M-MONTO): ".
       01 WS-DISPLAY-INPUT-VALOR        PIC X(70)   VALUE
             "INGRESE VALOR (FRACCION PARA P, SOLES PARA M): ".
       01 WS-DISPLAY-INPUT-DESDE        PIC X(50)   VALUE
             "VIGENTE DESDE EL PERIODO (AAAAMM): ".
       01 WS-DISPLAY-INPUT-HASTA        PIC X(60)   VALUE
             "VIGENTE HASTA EL PERIODO (AAAAMM, 000000 SIN TERMINO): ".
       01 WS-DISPLAY-INPUT-ENT-RUC      PIC X(50)   VALUE
             "INGRESE RUC DE LA ENTIDAD: ".
       01 WS-DISPLAY-INPUT-ENT-NOMBRE   PIC X(50)   VALUE
             "INGRESE NOMBRE DE LA ENTIDAD: ".
       01 WS-DISPLAY-INPUT-ENT-BANCO    PIC X(60)   VALUE
             "INGRESE BANCO DE LA ENTIDAD (3 DIGITOS): ".
       01 WS-DISPLAY-INPUT-ENT-CCI      PIC X(50)   VALUE
             "INGRESE CCI DE LA ENTIDAD: ".
       01 WS-DISPLAY-MENSAJE-EXITO      PIC X(50)   VALUE
             "**CORRECTAMENTE GENERADO**".
       01 WS-DISPLAY-ERROR              PIC X(50)   VALUE
             "DATO INVALIDO".
       01 WS-DISPLAY-NO-ENCONTRADO      PIC X(50)   VALUE
             "EMPLEADO NO ENCONTRADO".
       01 WS-DISPLAY-NO-MAESTRO         PIC X(50)   VALUE
             "NO HAY EMPLEADOS REGISTRADOS TODAVIA".
       01 WS-DISPLAY-NO-CONCEPTOS       PIC X(50)   VALUE
             "NO HAY DESCUENTOS FIJOS REGISTRADOS TODAVIA".
       01 WS-DISPLAY-SIN-CONCEPTO       PIC X(50)   VALUE
             "EL EMPLEADO NO TIENE ESE CONCEPTO REGISTRADO".

       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".
       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
          88 WS-EMPLEADOS-OK                        VALUE "00".
          88 WS-EMPLEADOS-NO-EXISTE                 VALUE "35".
          88 WS-EMPLEADOS-SIN-REINDEXAR             VALUE "39".
       01 WS-FS-CONCEPTOS               PIC X(2)    VALUE "00".
          88 WS-CONCEPTOS-OK                        VALUE "00".
          88 WS-CONCEPTOS-NO-EXISTE                 VALUE "35".

       01 WS-FLAG.
          05 WS-FIN-ARCHIVO             PIC X(1)    VALUE "N".
             88 FLAG-LEIDO                          VALUE "S".
             88 FLAG-NO-LEIDO                       VALUE "N".

       01 WS-MODO-OPERACION             PIC X(1)    VALUE "1".
          88 WS-MODO-LISTAR                         VALUE "1".
          88 WS-MODO-REGISTRAR                      VALUE "2".
          88 WS-MODO-SUSPENDER                      VALUE "3".

       01 WS-VALIDAR-EMPLEADO           PIC X(1)    VALUE "N".
          88 WS-EMPLEADO-VALIDO                     VALUE "S".
          88 WS-EMPLEADO-INVALIDO                   VALUE "N".
       01 WS-VALIDAR-CONCEPTO           PIC X(1)    VALUE "N".
          88 WS-CONCEPTO-VALIDO                     VALUE "S".
          88 WS-CONCEPTO-INVALIDO                   VALUE "N".
       01 WS-VALIDAR-TIPO               PIC X(1)    VALUE "N".
          88 WS-TIPO-VALIDO                         VALUE "S".
          88 WS-TIPO-INVALIDO                       VALUE "N".
       01 WS-VALIDAR-VALOR              PIC X(1)    VALUE "N".
          88 WS-VALOR-VALIDO                        VALUE "S".
          88 WS-VALOR-INVALIDO                      VALUE "N".
       01 WS-VALIDAR-DESDE              PIC X(1)    VALUE "N".
          88 WS-DESDE-VALIDO                        VALUE "S".
          88 WS-DESDE-INVALIDO                      VALUE "N".
       01 WS-VALIDAR-HASTA              PIC X(1)    VALUE "N".
          88 WS-HASTA-VALIDO                        VALUE "S".
          88 WS-HASTA-INVALIDO                      VALUE "N".
       01 WS-VALIDAR-RUC                PIC X(1)    VALUE "N".
          88 WS-RUC-VALIDO                          VALUE "S".
          88 WS-RUC-INVALIDO                        VALUE "N".

       01 WS-CFI-EMPLEADO-ID            PIC X(6).
       01 WS-CFI-CONCEPTO               PIC X(2).
          88 WS-CONCEPTO-CONOCIDO                   VALUE "CS" "EP"
                                                          "SO".
       01 WS-CFI-TIPO                   PIC X(1).
          88 WS-TIPO-CONOCIDO                       VALUE "P" "M".
          88 WS-TIPO-ES-PORCENTAJE                  VALUE "P".
       01 WS-CFI-VALOR                  PIC 9(7)V9(5).
       01 WS-CFI-DESDE.
          05 WS-CFI-DESDE-ANIO          PIC 9(4).
             88 WS-DESDE-ANIO-VALIDO                VALUE 1900
                                                    THRU 9999.
          05 WS-CFI-DESDE-MES           PIC 9(2).
             88 WS-DESDE-MES-VALIDO                 VALUE 1 THRU 12.
       01 WS-CFI-DESDE-NUM REDEFINES WS-CFI-DESDE
                                        PIC 9(6).
       01 WS-CFI-HASTA.
          05 WS-CFI-HASTA-ANIO          PIC 9(4).
             88 WS-HASTA-ANIO-VALIDO                VALUE 1900
                                                    THRU 9999.
          05 WS-CFI-HASTA-MES           PIC 9(2).
             88 WS-HASTA-MES-VALIDO                 VALUE 1 THRU 12.
       01 WS-CFI-HASTA-NUM REDEFINES WS-CFI-HASTA
                                        PIC 9(6).
       01 WS-CFI-ENTIDAD-RUC            PIC X(11).
       01 WS-CFI-ENTIDAD-NOMBRE         PIC X(30).
       01 WS-CFI-ENTIDAD-BANCO          PIC X(3).
       01 WS-CFI-ENTIDAD-CCI            PIC X(20).

       01 WS-DISPLAY-ESTADO             PIC X(10).
       01 WS-VALOR-EDITADO              PIC Z,ZZZ,ZZ9.9(5).
       01 WS-CONTADOR-CONCEPTOS         PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.

       000-INICIO.
           DISPLAY WS-DISPLAY-TITULO.
           OPEN INPUT EMPLEADOS.
           IF WS-EMPLEADOS-SIN-REINDEXAR
              DISPLAY WS-DISPLAY-SIN-REINDEXAR
              STOP RUN
           END-IF.
           IF WS-EMPLEADOS-NO-EXISTE
              DISPLAY WS-DISPLAY-NO-MAESTRO
           ELSE
              PERFORM 020-ABRIR-CONCEPTOS
              DISPLAY WS-DISPLAY-MENU-MODO
              ACCEPT WS-MODO-OPERACION

              EVALUATE TRUE
                  WHEN WS-MODO-REGISTRAR
                      PERFORM 200-REGISTRAR-CONCEPTO
                  WHEN WS-MODO-SUSPENDER
                      PERFORM 300-SUSPENDER-CONCEPTO
                  WHEN OTHER
                      PERFORM 100-LISTAR-CONCEPTOS
              END-EVALUATE

              CLOSE CONCEPTOS
              CLOSE EMPLEADOS
           END-IF.
           STOP RUN.

      *> EL ARCHIVO DE CONCEPTOS SE ABRE EN I-O; LA PRIMERA VEZ SE
      *> CREA VACIO, IGUAL QUE LOS DEMAS INDEXADOS DEL SISTEMA.
       020-ABRIR-CONCEPTOS.
           OPEN I-O CONCEPTOS.
           IF WS-CONCEPTOS-NO-EXISTE
              CLOSE CONCEPTOS
              OPEN OUTPUT CONCEPTOS
              CLOSE CONCEPTOS
              OPEN I-O CONCEPTOS
           END-IF.

       100-LISTAR-CONCEPTOS.
           MOVE ZERO TO WS-CONTADOR-CONCEPTOS.
           MOVE LOW-VALUES TO FD-CFI-CLAVE.
           START CONCEPTOS KEY IS >= FD-CFI-CLAVE
               INVALID KEY CONTINUE
           END-START.

           IF WS-CONCEPTOS-OK
              SET FLAG-NO-LEIDO TO TRUE
              READ CONCEPTOS NEXT RECORD
                  AT END SET FLAG-LEIDO TO TRUE
              END-READ
              PERFORM UNTIL FLAG-LEIDO
                      IF FD-CFI-SUSPENDIDO
                         MOVE "SUSPENDIDO" TO WS-DISPLAY-ESTADO
                      ELSE
                         MOVE "ACTIVO" TO WS-DISPLAY-ESTADO
                      END-IF
                      MOVE FD-CFI-VALOR TO WS-VALOR-EDITADO
                      DISPLAY FD-CFI-EMPLEADO-ID " " FD-CFI-CONCEPTO
                          " TIPO " FD-CFI-TIPO
                          " VALOR " WS-VALOR-EDITADO
                          " " FD-CFI-PERIODO-DESDE
                          "-" FD-CFI-PERIODO-HASTA
                          " " FD-CFI-ENTIDAD-NOMBRE
                          " " WS-DISPLAY-ESTADO
                      ADD 1 TO WS-CONTADOR-CONCEPTOS
                      READ CONCEPTOS NEXT RECORD
                          AT END SET FLAG-LEIDO TO TRUE
                      END-READ
              END-PERFORM
           END-IF.

           IF WS-CONTADOR-CONCEPTOS = ZERO
              DISPLAY WS-DISPLAY-NO-CONCEPTOS
           END-IF.

       200-REGISTRAR-CONCEPTO.
           PERFORM 101-PROCESAR-EMPLEADO.
           PERFORM 102-PROCESAR-CONCEPTO.
           PERFORM 103-PROCESAR-TIPO.
           PERFORM 104-PROCESAR-VALOR.
           PERFORM 105-PROCESAR-DESDE.
           PERFORM 106-PROCESAR-HASTA.
           PERFORM 107-PROCESAR-RUC.

           DISPLAY WS-DISPLAY-INPUT-ENT-NOMBRE.
           ACCEPT WS-CFI-ENTIDAD-NOMBRE.
           DISPLAY WS-DISPLAY-INPUT-ENT-BANCO.
           ACCEPT WS-CFI-ENTIDAD-BANCO.
           DISPLAY WS-DISPLAY-INPUT-ENT-CCI.
           ACCEPT WS-CFI-ENTIDAD-CCI.

           INITIALIZE FD-CONCEPTO-REG.
           MOVE WS-CFI-EMPLEADO-ID TO FD-CFI-EMPLEADO-ID.
           MOVE WS-CFI-CONCEPTO TO FD-CFI-CONCEPTO.
           MOVE WS-CFI-TIPO TO FD-CFI-TIPO.
           MOVE WS-CFI-VALOR TO FD-CFI-VALOR.
           MOVE WS-CFI-DESDE-NUM TO FD-CFI-PERIODO-DESDE.
           MOVE WS-CFI-HASTA-NUM TO FD-CFI-PERIODO-HASTA.
           MOVE WS-CFI-ENTIDAD-RUC TO FD-CFI-ENTIDAD-RUC.
           MOVE WS-CFI-ENTIDAD-NOMBRE TO FD-CFI-ENTIDAD-NOMBRE.
           MOVE WS-CFI-ENTIDAD-BANCO TO FD-CFI-ENTIDAD-BANCO.
           MOVE WS-CFI-ENTIDAD-CCI TO FD-CFI-ENTIDAD-CCI.
           SET FD-CFI-ACTIVO TO TRUE.

      *> UN CONCEPTO NUEVO DEL MISMO EMPLEADO REEMPLAZA AL ANTERIOR:
      *> CADA EMPLEADO LLEVA A LO SUMO UN DESCUENTO DE CADA CONCEPTO.
           WRITE FD-CONCEPTO-REG
               INVALID KEY
                   REWRITE FD-CONCEPTO-REG
           END-WRITE.
           DISPLAY WS-DISPLAY-MENSAJE-EXITO.

       300-SUSPENDER-CONCEPTO.
           PERFORM 101-PROCESAR-EMPLEADO.
           PERFORM 102-PROCESAR-CONCEPTO.
           MOVE WS-CFI-EMPLEADO-ID TO FD-CFI-EMPLEADO-ID.
           MOVE WS-CFI-CONCEPTO TO FD-CFI-CONCEPTO.
           READ CONCEPTOS
               INVALID KEY
                   DISPLAY WS-DISPLAY-SIN-CONCEPTO
               NOT INVALID KEY
                   SET FD-CFI-SUSPENDIDO TO TRUE
                   REWRITE FD-CONCEPTO-REG
                   DISPLAY WS-DISPLAY-MENSAJE-EXITO
           END-READ.

       101-PROCESAR-EMPLEADO.
           SET WS-EMPLEADO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-EMPLEADO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-EMPLEADO
                   ACCEPT WS-CFI-EMPLEADO-ID

                   PERFORM 501-VALIDAR-EMPLEADO
           END-PERFORM.
       501-VALIDAR-EMPLEADO.

      *> LECTURA DIRECTA POR CLAVE EN EL MAESTRO: EL EMPLEADO DEBE
      *> EXISTIR PARA LLEVAR UN DESCUENTO FIJO.
           SET WS-EMPLEADO-VALIDO TO TRUE.
           MOVE WS-CFI-EMPLEADO-ID TO FD-EMPLEADO-ID.
           READ EMPLEADOS
               INVALID KEY
                   DISPLAY WS-DISPLAY-NO-ENCONTRADO
                   SET WS-EMPLEADO-INVALIDO TO TRUE
               NOT INVALID KEY
                   DISPLAY "EMPLEADO: " FD-EMPLEADO-NOMBRE
           END-READ.

       102-PROCESAR-CONCEPTO.
           SET WS-CONCEPTO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-CONCEPTO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-CONCEPTO
                   ACCEPT WS-CFI-CONCEPTO

                   PERFORM 502-VALIDAR-CONCEPTO
           END-PERFORM.
       502-VALIDAR-CONCEPTO.

           SET WS-CONCEPTO-VALIDO TO TRUE.
           *> VALIDAR CODIGO DE CONCEPTO
           IF NOT WS-CONCEPTO-CONOCIDO
              DISPLAY WS-DISPLAY-ERROR
              SET WS-CONCEPTO-INVALIDO TO TRUE
           END-IF.

       103-PROCESAR-TIPO.
           SET WS-TIPO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-TIPO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-TIPO
                   ACCEPT WS-CFI-TIPO

                   PERFORM 503-VALIDAR-TIPO
           END-PERFORM.
       503-VALIDAR-TIPO.

           SET WS-TIPO-VALIDO TO TRUE.
           *> VALIDAR TIPO DE DESCUENTO
           IF NOT WS-TIPO-CONOCIDO
              DISPLAY WS-DISPLAY-ERROR
              SET WS-TIPO-INVALIDO TO TRUE
           END-IF.

       104-PROCESAR-VALOR.
           SET WS-VALOR-INVALIDO TO TRUE.
           PERFORM UNTIL WS-VALOR-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-VALOR
                   ACCEPT WS-CFI-VALOR

                   PERFORM 504-VALIDAR-VALOR
           END-PERFORM.
       504-VALIDAR-VALOR.

           SET WS-VALOR-VALIDO TO TRUE.
      *> VALIDAR VALOR: MAYOR A CERO; PARA PORCENTAJE LA FRACCION
      *> DEBE SER MENOR QUE 1 (NO SE DESCUENTA TODO EL BRUTO).
           IF WS-CFI-VALOR IS NOT NUMERIC OR
              WS-CFI-VALOR = SPACE OR
              WS-CFI-VALOR <= 0
              DISPLAY WS-DISPLAY-ERROR
              SET WS-VALOR-INVALIDO TO TRUE
           ELSE
              IF WS-TIPO-ES-PORCENTAJE AND WS-CFI-VALOR >= 1
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-VALOR-INVALIDO TO TRUE
              END-IF
           END-IF.

       105-PROCESAR-DESDE.
           SET WS-DESDE-INVALIDO TO TRUE.
           PERFORM UNTIL WS-DESDE-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-DESDE
                   ACCEPT WS-CFI-DESDE

                   PERFORM 505-VALIDAR-DESDE
           END-PERFORM.
       505-VALIDAR-DESDE.

           SET WS-DESDE-VALIDO TO TRUE.
           *> VALIDAR PERIODO AAAAMM DE INICIO
           IF WS-CFI-DESDE-NUM IS NOT NUMERIC OR
              NOT (WS-DESDE-ANIO-VALIDO AND WS-DESDE-MES-VALIDO)
              DISPLAY WS-DISPLAY-ERROR
              SET WS-DESDE-INVALIDO TO TRUE
           END-IF.

       106-PROCESAR-HASTA.
           SET WS-HASTA-INVALIDO TO TRUE.
           PERFORM UNTIL WS-HASTA-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-HASTA
                   ACCEPT WS-CFI-HASTA

                   PERFORM 506-VALIDAR-HASTA
           END-PERFORM.
       506-VALIDAR-HASTA.

           SET WS-HASTA-VALIDO TO TRUE.
      *> VALIDAR PERIODO AAAAMM DE TERMINO: CERO ES SIN TERMINO; SI
      *> NO, DEBE SER UN PERIODO VALIDO Y NO ANTERIOR AL DE INICIO.
           IF WS-CFI-HASTA-NUM IS NOT NUMERIC
              DISPLAY WS-DISPLAY-ERROR
              SET WS-HASTA-INVALIDO TO TRUE
           ELSE
              IF WS-CFI-HASTA-NUM NOT = ZERO AND
                 (NOT (WS-HASTA-ANIO-VALIDO AND WS-HASTA-MES-VALIDO)
                  OR WS-CFI-HASTA-NUM < WS-CFI-DESDE-NUM)
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-HASTA-INVALIDO TO TRUE
              END-IF
           END-IF.

       107-PROCESAR-RUC.
           SET WS-RUC-INVALIDO TO TRUE.
           PERFORM UNTIL WS-RUC-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-ENT-RUC
                   ACCEPT WS-CFI-ENTIDAD-RUC

                   PERFORM 507-VALIDAR-RUC
           END-PERFORM.
       507-VALIDAR-RUC.

           SET WS-RUC-VALIDO TO TRUE.
      *> VALIDAR RUC: ONCE DIGITOS; ES LA CLAVE CON QUE
      *> GENERAR-REMESAS AGRUPA LA LISTA POR ENTIDAD.
           IF WS-CFI-ENTIDAD-RUC IS NOT NUMERIC
              DISPLAY WS-DISPLAY-ERROR
              SET WS-RUC-INVALIDO TO TRUE
           END-IF.
