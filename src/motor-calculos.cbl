               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BITACORA.

      *> HISTORIAL DE SUELDOS CON FECHA DE VIGENCIA (VER SUELDO.CPY):
      *> EL ALTA GRABA EL SUELDO DE INGRESO Y CADA CAMBIO DE SUELDO
      *> EN MANTENIMIENTO GRABA UN RENGLON NUEVO EN VEZ DE PERDER EL
      *> ANTERIOR. ACCESO DYNAMIC PARA UBICAR CON START SI EL
      *> EMPLEADO YA TIENE HISTORIAL.
           SELECT SUELDOS ASSIGN TO "../data/sueldos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-SUE-CLAVE
               FILE STATUS IS WS-FS-SUELDOS.

       DATA DIVISION.

       FILE SECTION.
          05 FD-CAND-REG-PENSION        PIC 9(2).
          05 FD-CAND-COMISION-AFP       PIC X(3).
          05 FD-CAND-CUSPP              PIC X(15).
      *>    LAS FILAS ARMADAS ANTES DE ESTOS CAMPOS LOS TRAEN EN
      *>    BLANCO Y CAEN A LA CAPTURA MANUAL (116/117).
          05 FD-CAND-CENTRO-COSTO       PIC X(6).
          05 FD-CAND-AREA               PIC X(10).

       FD  BITACORA.
           COPY bitacora.

       FD  SUELDOS.
           COPY sueldo.

       WORKING-STORAGE SECTION.
       01 WS-DISPLAY-TITULO             PIC X(50)
                                                    VALUE
       01 WS-DISPLAY-SIN-REINDEXAR      PIC X(60)   VALUE
             "EMPLEADOS.DAT SIN CLAVES NUEVAS; CORRA REINDEXAR-EMPLEAD
      -    "OS".
       01 WS-DISPLAY-INPUT-VIG-SUELDO   PIC X(60)   VALUE
             "INGRESE VIGENCIA DEL NUEVO SUELDO (DD/MM/AAAA): ".
       01 WS-DISPLAY-VIG-ANTES-INGRESO  PIC X(60)   VALUE
             "LA VIGENCIA NO PUEDE SER ANTERIOR A LA FECHA DE INGRESO".
       01 WS-DISPLAY-INPUT-CENTRO-COSTO PIC X(50)   VALUE
             "INGRESE CENTRO DE COSTO (6 CARACTERES): ".
       01 WS-DISPLAY-INPUT-AREA         PIC X(50)   VALUE
             "INGRESE AREA (10 CARACTERES): ".


       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".
       01 WS-FS-BITACORA                PIC X(2)    VALUE "00".
          88 WS-BITACORA-OK                         VALUE "00".
          88 WS-BITACORA-NO-EXISTE                  VALUE "35".
       01 WS-FS-SUELDOS                 PIC X(2)    VALUE "00".
          88 WS-SUELDOS-OK                          VALUE "00".
          88 WS-SUELDOS-NO-EXISTE                   VALUE "35".

       01 WS-CONTADOR-CARGA-MASIVA      PIC 9(4)    VALUE 0.
       01 WS-CONTADOR-CARGA-RECHAZADOS  PIC 9(4)    VALUE 0.
          88 WS-BITACORA-ES-ALTA                    VALUE "A".
          88 WS-BITACORA-ES-MODIFICACION            VALUE "M".
          88 WS-BITACORA-ES-CESE                    VALUE "C".
      *> QUE CAMBIO EN UNA MODIFICACION (LO ARMA 920); ALTAS Y CESES
      *> LO GRABAN EN "N".
       01 WS-BITACORA-CAMBIOS.
          05 WS-BITACORA-CAMBIO-PENSION PIC X(1)    VALUE "N".
          05 WS-BITACORA-CAMBIO-PAGO    PIC X(1)    VALUE "N".
          05 WS-BITACORA-CAMBIO-SUELDO  PIC X(1)    VALUE "N".
          05 WS-BITACORA-CAMBIO-CCOSTO  PIC X(1)    VALUE "N".

       01 WS-MODO-OPERACION             PIC X(1)    VALUE "1".
          88 WS-MODO-INGRESAR                       VALUE "1".
          05 WS-EMPLEADO-BANCO          PIC X(3).
          05 WS-EMPLEADO-CUENTA         PIC X(20).
          05 WS-EMPLEADO-CCI            PIC X(20).
          05 WS-EMPLEADO-CENTRO-COSTO   PIC X(6).
          05 WS-EMPLEADO-AREA           PIC X(10).
       01 WS-FECHA-RANGOS.
          05 WS-FECHA-INGRESO-ANIO      PIC 9(4).
          05 WS-FECHA-INGRESO-MES       PIC 9(2).
       01 WS-VALIDAR-CCI                PIC X(1)    VALUE "N".
          88 WS-CCI-VALIDO                          VALUE "S".
          88 WS-CCI-INVALIDO                        VALUE "N".
       01 WS-VALIDAR-CENTRO-COSTO       PIC X(1)    VALUE "N".
          88 WS-CENTRO-COSTO-VALIDO                 VALUE "S".
          88 WS-CENTRO-COSTO-INVALIDO               VALUE "N".
       01 WS-VALIDAR-AREA               PIC X(1)    VALUE "N".
          88 WS-AREA-VALIDA                         VALUE "S".
          88 WS-AREA-INVALIDA                       VALUE "N".

      *> DESGLOSE DEL CCI PARA VALIDAR SU DIGITO DE CONTROL: 19
      *> DIGITOS DE CUERPO Y EL VIGESIMO ES EL VERIFICADOR.
                                        PIC 9(8).
       01 WS-INGRESO-FECHA-NUM          PIC 9(8).

      *> CAMBIO DE SUELDO EN MANTENIMIENTO (920): EL SUELDO QUE TENIA
      *> EL MAESTRO, LA FECHA DESDE LA QUE RIGE EL NUEVO (AAAAMMDD,
      *> SE CAPTURA POR PARTES COMO EL CESE) Y LOS DATOS DEL RENGLON
      *> QUE 940 GRABA EN SUELDOS.DAT.
       01 WS-SUELDO-ANTERIOR            PIC 9(7)V99.
       01 WS-SUELDO-CAMBIO              PIC X(1)    VALUE "N".
          88 WS-SUELDO-CAMBIADO                     VALUE "S".
          88 WS-SUELDO-SIN-CAMBIO                   VALUE "N".
       01 WS-SUELDO-VIGENCIA.
          05 WS-SUELDO-VIG-ANIO         PIC 9(4).
             88 WS-SUELDO-VIG-ANIO-VALIDO           VALUE 1900
                                                    THRU 9999.
          05 WS-SUELDO-VIG-MES          PIC 9(2).
             88 WS-SUELDO-VIG-MES-VALIDO            VALUE 1 THRU 12.
          05 WS-SUELDO-VIG-DIA          PIC 9(2).
             88 WS-SUELDO-VIG-DIA-VALIDO            VALUE 1 THRU 31.
       01 WS-SUELDO-VIGENCIA-NUM REDEFINES WS-SUELDO-VIGENCIA
                                        PIC 9(8).
       01 WS-VALIDAR-VIG-SUELDO         PIC X(1)    VALUE "N".
          88 WS-VIG-SUELDO-VALIDA                   VALUE "S".
          88 WS-VIG-SUELDO-INVALIDA                 VALUE "N".
       01 WS-SUELDO-GRABAR-VIGENCIA     PIC 9(8).
       01 WS-SUELDO-GRABAR-MONTO        PIC 9(7)V99.
       01 WS-SUELDO-ORIGEN              PIC X(1).
          88 WS-SUELDO-ORIGEN-ALTA                  VALUE "A".
          88 WS-SUELDO-ORIGEN-INICIAL               VALUE "I".
          88 WS-SUELDO-ORIGEN-MANTENIMIENTO         VALUE "M".
       01 WS-HISTORIAL-SUELDO           PIC X(1)    VALUE "N".
          88 WS-CON-HISTORIAL-SUELDO                VALUE "S".
          88 WS-SIN-HISTORIAL-SUELDO                VALUE "N".

       01 WS-MOTIVO-CESE                PIC X(2).
          88 WS-MOTIVO-CONOCIDO                     VALUE "RE" "DE"
             "FG" "MD" "FC" "JU" "FA".
              OPEN EXTEND BITACORA
           END-IF.

      *> EL HISTORIAL DE SUELDOS TAMBIEN SE ABRE PARA TODA LA SESION;
      *> LA PRIMERA VEZ SE CREA VACIO, IGUAL QUE LOS DEMAS INDEXADOS.
           OPEN I-O SUELDOS.
           IF WS-SUELDOS-NO-EXISTE
              CLOSE SUELDOS
              OPEN OUTPUT SUELDOS
              CLOSE SUELDOS
              OPEN I-O SUELDOS
           END-IF.

           EVALUATE TRUE
               WHEN WS-MODO-MANTENIMIENTO
                   PERFORM 900-MANTENIMIENTO-EMPLEADOS
           END-EVALUATE.

           CLOSE BITACORA.
           CLOSE SUELDOS.
           STOP RUN.

       050-DETERMINAR-CONTADOR-INICIAL.
           PERFORM 110-PROCESAR-BANCO.
           PERFORM 111-PROCESAR-CUENTA.
           PERFORM 112-PROCESAR-CCI.
           PERFORM 116-PROCESAR-CENTRO-COSTO.
           PERFORM 117-PROCESAR-AREA.

           PERFORM 600-VERIFICAR-DUPLICADOS.
           PERFORM UNTIL WS-NO-HAY-DUPLICADO
               NOT INVALID KEY
                   SET WS-BITACORA-ES-ALTA TO TRUE
                   PERFORM 930-REGISTRAR-BITACORA
                   PERFORM 935-REGISTRAR-SUELDO-ALTA
                   DISPLAY WS-DISPLAY-MENSAJE-EXITO
           END-WRITE.
           DISPLAY "¿Desea ingresar otro empleado? (S/N): ".
                  10 - WS-CCI-RESTO-VERIF
           END-IF.

      *> CENTRO DE COSTO Y AREA: OBLIGATORIOS, PORQUE EL ASIENTO
      *> REPARTE EL GASTO POR CENTRO DE COSTO Y EL REPORTE DE COSTO
      *> LABORAL AGRUPA POR AREA. LOS CODIGOS LOS DEFINE CONTABILIDAD.
       116-PROCESAR-CENTRO-COSTO.
           SET WS-CENTRO-COSTO-INVALIDO TO TRUE.
           PERFORM UNTIL WS-CENTRO-COSTO-VALIDO
                   DISPLAY WS-DISPLAY-INPUT-CENTRO-COSTO
                   ACCEPT WS-EMPLEADO-CENTRO-COSTO

                   PERFORM 518-VALIDAR-CENTRO-COSTO
           END-PERFORM.
       518-VALIDAR-CENTRO-COSTO.

           SET WS-CENTRO-COSTO-VALIDO TO TRUE.
           *> VALIDAR CENTRO DE COSTO
           IF WS-EMPLEADO-CENTRO-COSTO = SPACE
              DISPLAY WS-DISPLAY-ERROR
              SET WS-CENTRO-COSTO-INVALIDO TO TRUE
           END-IF.

       117-PROCESAR-AREA.
           SET WS-AREA-INVALIDA TO TRUE.
           PERFORM UNTIL WS-AREA-VALIDA
                   DISPLAY WS-DISPLAY-INPUT-AREA
                   ACCEPT WS-EMPLEADO-AREA

                   PERFORM 519-VALIDAR-AREA
           END-PERFORM.
       519-VALIDAR-AREA.

           SET WS-AREA-VALIDA TO TRUE.
           *> VALIDAR AREA
           IF WS-EMPLEADO-AREA = SPACE
              DISPLAY WS-DISPLAY-ERROR
              SET WS-AREA-INVALIDA TO TRUE
           END-IF.

       200-MOVER-DATOS-AL-REGISTRO.
           MOVE WS-EMPLEADO-ID TO FD-EMPLEADO-ID IN FD-EMPLEADO-REG.
           MOVE WS-NOMBRE-EMPLEADO
               TO FD-EMPLEADO-CUENTA IN FD-EMPLEADO-REG.
           MOVE WS-EMPLEADO-CCI
               TO FD-EMPLEADO-CCI IN FD-EMPLEADO-REG.
           MOVE WS-EMPLEADO-CENTRO-COSTO
               TO FD-EMPLEADO-CENTRO-COSTO IN FD-EMPLEADO-REG.
           MOVE WS-EMPLEADO-AREA
               TO FD-EMPLEADO-AREA IN FD-EMPLEADO-REG.
           MOVE SPACES TO FD-EMPLEADO-FECHA-CESE IN FD-EMPLEADO-REG.
           MOVE SPACES TO FD-EMPLEADO-MOTIVO-CESE IN FD-EMPLEADO-REG.
           SET FD-EMPLEADO-ACTIVO IN FD-EMPLEADO-REG TO TRUE.
                       NOT INVALID KEY
                           SET WS-BITACORA-ES-MODIFICACION TO TRUE
                           PERFORM 930-REGISTRAR-BITACORA
                           IF WS-SUELDO-CAMBIADO
                              PERFORM 945-REGISTRAR-CAMBIO-SUELDO
                           END-IF
                           DISPLAY WS-DISPLAY-MENSAJE-EXITO
                   END-REWRITE
           END-READ.
               TO WS-EMPLEADO-CUENTA.
           MOVE FD-EMPLEADO-CCI IN FD-EMPLEADO-REG
               TO WS-EMPLEADO-CCI.
           MOVE FD-EMPLEADO-CENTRO-COSTO IN FD-EMPLEADO-REG
               TO WS-EMPLEADO-CENTRO-COSTO.
           MOVE FD-EMPLEADO-AREA IN FD-EMPLEADO-REG
               TO WS-EMPLEADO-AREA.

           DISPLAY "VALOR ACTUAL DEL NOMBRE: " WS-NOMBRE-EMPLEADO.
           PERFORM 102-PROCESAR-NOMBRE.
               WS-EMPLEADO-FECHA-INGRESO.
           PERFORM 103-PROCESAR-FECHA-INGRESO.
           DISPLAY "VALOR ACTUAL DEL SUELDO: " WS-EMPLEADO-SUELDO-BASE.
           MOVE WS-EMPLEADO-SUELDO-BASE TO WS-SUELDO-ANTERIOR.
           PERFORM 104-PROCESAR-SUELDO-BASE.
      *> UN SUELDO NUEVO NO PISA EL ANTERIOR: PIDE DESDE CUANDO RIGE
      *> Y, SI EL REWRITE SALE BIEN, 910 LO DEJA EN SUELDOS.DAT.
           IF WS-EMPLEADO-SUELDO-BASE NOT = WS-SUELDO-ANTERIOR
              SET WS-SUELDO-CAMBIADO TO TRUE
              PERFORM 115-PROCESAR-VIGENCIA-SUELDO
           ELSE
              SET WS-SUELDO-SIN-CAMBIO TO TRUE
           END-IF.
           DISPLAY "VALOR ACTUAL DE ASIG. FAMILIAR: "
               WS-EMPLEADO-ASIG-FAMILIAR.
           PERFORM 105-PROCESAR-ASIG-FAMILIAR.
           PERFORM 111-PROCESAR-CUENTA.
           DISPLAY "VALOR ACTUAL DEL CCI: " WS-EMPLEADO-CCI.
           PERFORM 112-PROCESAR-CCI.
           DISPLAY "VALOR ACTUAL DEL CENTRO DE COSTO: "
               WS-EMPLEADO-CENTRO-COSTO.
           PERFORM 116-PROCESAR-CENTRO-COSTO.
           DISPLAY "VALOR ACTUAL DEL AREA: " WS-EMPLEADO-AREA.
           PERFORM 117-PROCESAR-AREA.

           DISPLAY "VALOR ACTUAL DEL ESTADO: " WS-EMPLEADO-ESTADO.
           PERFORM 109-PROCESAR-ESTADO.

      *> EL REGISTRO TODAVIA TIENE LOS VALORES ANTERIORES: SE ANOTA
      *> PARA LA BITACORA QUE GRUPOS DE DATOS CAMBIARON.
           MOVE "NNNN" TO WS-BITACORA-CAMBIOS.
           IF WS-EMPLEADO-REG-PENSION NOT =
                  FD-EMPLEADO-REG-PENSION IN FD-EMPLEADO-REG OR
              WS-EMPLEADO-COMISION-AFP NOT =
                  FD-EMPLEADO-COMISION-AFP IN FD-EMPLEADO-REG OR
              WS-EMPLEADO-CUSPP NOT =
                  FD-EMPLEADO-CUSPP IN FD-EMPLEADO-REG
              MOVE "S" TO WS-BITACORA-CAMBIO-PENSION
           END-IF.
           IF WS-EMPLEADO-BANCO NOT =
                  FD-EMPLEADO-BANCO IN FD-EMPLEADO-REG OR
              WS-EMPLEADO-CUENTA NOT =
                  FD-EMPLEADO-CUENTA IN FD-EMPLEADO-REG OR
              WS-EMPLEADO-CCI NOT =
                  FD-EMPLEADO-CCI IN FD-EMPLEADO-REG
              MOVE "S" TO WS-BITACORA-CAMBIO-PAGO
           END-IF.
           IF WS-SUELDO-CAMBIADO
              MOVE "S" TO WS-BITACORA-CAMBIO-SUELDO
           END-IF.
           IF WS-EMPLEADO-CENTRO-COSTO NOT =
                  FD-EMPLEADO-CENTRO-COSTO IN FD-EMPLEADO-REG OR
              WS-EMPLEADO-AREA NOT =
                  FD-EMPLEADO-AREA IN FD-EMPLEADO-REG
              MOVE "S" TO WS-BITACORA-CAMBIO-CCOSTO
           END-IF.

           MOVE WS-NOMBRE-EMPLEADO
               TO FD-EMPLEADO-NOMBRE IN FD-EMPLEADO-REG.
           MOVE WS-EMPLEADO-FECHA-INGRESO
               TO FD-EMPLEADO-CUENTA IN FD-EMPLEADO-REG.
           MOVE WS-EMPLEADO-CCI
               TO FD-EMPLEADO-CCI IN FD-EMPLEADO-REG.
           MOVE WS-EMPLEADO-CENTRO-COSTO
               TO FD-EMPLEADO-CENTRO-COSTO IN FD-EMPLEADO-REG.
           MOVE WS-EMPLEADO-AREA
               TO FD-EMPLEADO-AREA IN FD-EMPLEADO-REG.

       115-PROCESAR-VIGENCIA-SUELDO.
           SET WS-VIG-SUELDO-INVALIDA TO TRUE.
           PERFORM UNTIL WS-VIG-SUELDO-VALIDA
                   DISPLAY WS-DISPLAY-INPUT-VIG-SUELDO
                   DISPLAY "INGRESE DIA (DD):"
                   ACCEPT WS-SUELDO-VIG-DIA
                   DISPLAY "INGRESE MES (MM):"
                   ACCEPT WS-SUELDO-VIG-MES
                   DISPLAY "INGRESE ANIO (AAAA):"
                   ACCEPT WS-SUELDO-VIG-ANIO

                   PERFORM 517-VALIDAR-VIGENCIA-SUELDO
           END-PERFORM.
       517-VALIDAR-VIGENCIA-SUELDO.

           SET WS-VIG-SUELDO-VALIDA TO TRUE.
           *> VALIDAR FECHA DE VIGENCIA DEL SUELDO
           IF WS-SUELDO-VIGENCIA-NUM IS NOT NUMERIC
              DISPLAY WS-DISPLAY-ERROR
              SET WS-VIG-SUELDO-INVALIDA TO TRUE
           ELSE
              IF NOT (WS-SUELDO-VIG-ANIO-VALIDO AND
                 WS-SUELDO-VIG-MES-VALIDO AND WS-SUELDO-VIG-DIA-VALIDO)
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-VIG-SUELDO-INVALIDA TO TRUE
              END-IF

              IF (WS-SUELDO-VIG-MES = 04 OR
                 WS-SUELDO-VIG-MES = 06 OR
                 WS-SUELDO-VIG-MES = 09 OR
                 WS-SUELDO-VIG-MES = 11) AND WS-SUELDO-VIG-DIA > 30
                 DISPLAY WS-DISPLAY-ERROR
                 SET WS-VIG-SUELDO-INVALIDA TO TRUE
              END-IF

              IF WS-SUELDO-VIG-MES = 02
                 IF FUNCTION MOD(WS-SUELDO-VIG-ANIO , 4) = 0
                    IF WS-SUELDO-VIG-DIA > 29
                       DISPLAY WS-DISPLAY-ERROR
                       SET WS-VIG-SUELDO-INVALIDA TO TRUE
                    END-IF
                 ELSE
                    IF WS-SUELDO-VIG-DIA > 28
                       DISPLAY WS-DISPLAY-ERROR
                       SET WS-VIG-SUELDO-INVALIDA TO TRUE
                    END-IF
                 END-IF
              END-IF

      *>       UN SUELDO NO PUEDE REGIR ANTES DEL INGRESO; EL INGRESO
      *>       (YA RECAPTURADO EN 103) SE REARMA AAAAMMDD PARA COMPARAR.
              IF WS-VIG-SUELDO-VALIDA
                 COMPUTE WS-INGRESO-FECHA-NUM =
                     WS-EMPLEADO-INGRESO-ANIO * 10000 +
                     WS-EMPLEADO-INGRESO-MES * 100 +
                     WS-EMPLEADO-INGRESO-DIA
                 IF WS-SUELDO-VIGENCIA-NUM < WS-INGRESO-FECHA-NUM
                    DISPLAY WS-DISPLAY-VIG-ANTES-INGRESO
                    SET WS-VIG-SUELDO-INVALIDA TO TRUE
                 END-IF
              END-IF
           END-IF.

       109-PROCESAR-ESTADO.
           SET WS-ESTADO-INVALIDO TO TRUE.
              MOVE SPACE TO WS-EMPLEADO-CUSPP
           END-IF.

           MOVE FD-CAND-CENTRO-COSTO TO WS-EMPLEADO-CENTRO-COSTO.
           PERFORM 518-VALIDAR-CENTRO-COSTO.
           IF WS-CENTRO-COSTO-INVALIDO
              DISPLAY WS-DISPLAY-FILA-INVALIDA
              PERFORM 116-PROCESAR-CENTRO-COSTO
           END-IF.

           MOVE FD-CAND-AREA TO WS-EMPLEADO-AREA.
           PERFORM 519-VALIDAR-AREA.
           IF WS-AREA-INVALIDA
              DISPLAY WS-DISPLAY-FILA-INVALIDA
              PERFORM 117-PROCESAR-AREA
           END-IF.

           PERFORM 600-VERIFICAR-DUPLICADOS.
           PERFORM UNTIL WS-NO-HAY-DUPLICADO
                   EVALUATE TRUE
               NOT INVALID KEY
                   SET WS-BITACORA-ES-ALTA TO TRUE
                   PERFORM 930-REGISTRAR-BITACORA
                   PERFORM 935-REGISTRAR-SUELDO-ALTA
                   DISPLAY "EMPLEADO CARGADO: " WS-EMPLEADO-ID
                   ADD 1 TO WS-CONTADOR-CARGA-MASIVA
           END-WRITE.
           MOVE WS-BITACORA-ACCION TO BIT-ACCION.
           MOVE WS-OPERADOR TO BIT-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO BIT-FECHA-HORA.
           IF NOT WS-BITACORA-ES-MODIFICACION
              MOVE "NNNN" TO WS-BITACORA-CAMBIOS
           END-IF.
           MOVE WS-BITACORA-CAMBIOS TO BIT-CAMBIOS.
           WRITE BIT-REG.

      *> EL SUELDO DE INGRESO RIGE DESDE LA FECHA DE INGRESO: ES EL
      *> PRIMER RENGLON DEL HISTORIAL DEL EMPLEADO NUEVO (100/710).
       935-REGISTRAR-SUELDO-ALTA.
           COMPUTE WS-SUELDO-GRABAR-VIGENCIA =
               WS-EMPLEADO-INGRESO-ANIO * 10000 +
               WS-EMPLEADO-INGRESO-MES * 100 +
               WS-EMPLEADO-INGRESO-DIA.
           MOVE WS-EMPLEADO-SUELDO-BASE TO WS-SUELDO-GRABAR-MONTO.
           SET WS-SUELDO-ORIGEN-ALTA TO TRUE.
           PERFORM 940-REGISTRAR-SUELDO.

      *> UN RENGLON POR CADA SUELDO DEL EMPLEADO EN SUELDOS.DAT. UNA
      *> SEGUNDA CORRECCION CON LA MISMA VIGENCIA REEMPLAZA LA
      *> ANTERIOR EN VEZ DE DUPLICAR LA CLAVE.
       940-REGISTRAR-SUELDO.
           MOVE FD-EMPLEADO-ID IN FD-EMPLEADO-REG
               TO FD-SUE-EMPLEADO-ID.
           MOVE WS-SUELDO-GRABAR-VIGENCIA TO FD-SUE-VIGENCIA.
           MOVE WS-SUELDO-GRABAR-MONTO TO FD-SUE-MONTO.
           MOVE WS-SUELDO-ORIGEN TO FD-SUE-ORIGEN.
           MOVE WS-OPERADOR TO FD-SUE-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO FD-SUE-FECHA-HORA.
           WRITE FD-SUELDO-REG
               INVALID KEY
                   REWRITE FD-SUELDO-REG
           END-WRITE.

      *> CAMBIO DE SUELDO EN MANTENIMIENTO (910). UN EMPLEADO DADO DE
      *> ALTA ANTES DEL HISTORIAL NO TIENE RENGLONES: ANTES DEL SUELDO
      *> NUEVO SE GRABA EL QUE TENIA EL MAESTRO CON VIGENCIA AL
      *> INGRESO, PARA QUE EL RECALCULO DE UN MES ANTERIOR AL CAMBIO
      *> SIGA TOMANDO EL SUELDO DE ENTONCES.
       945-REGISTRAR-CAMBIO-SUELDO.
           PERFORM 946-VERIFICAR-HISTORIAL-SUELDO.
           IF WS-SIN-HISTORIAL-SUELDO
              COMPUTE WS-SUELDO-GRABAR-VIGENCIA =
                  WS-EMPLEADO-INGRESO-ANIO * 10000 +
                  WS-EMPLEADO-INGRESO-MES * 100 +
                  WS-EMPLEADO-INGRESO-DIA
              MOVE WS-SUELDO-ANTERIOR TO WS-SUELDO-GRABAR-MONTO
              SET WS-SUELDO-ORIGEN-INICIAL TO TRUE
              PERFORM 940-REGISTRAR-SUELDO
           END-IF.

           MOVE WS-SUELDO-VIGENCIA-NUM TO WS-SUELDO-GRABAR-VIGENCIA.
           MOVE WS-EMPLEADO-SUELDO-BASE TO WS-SUELDO-GRABAR-MONTO.
           SET WS-SUELDO-ORIGEN-MANTENIMIENTO TO TRUE.
           PERFORM 940-REGISTRAR-SUELDO.

      *> UBICA CON START EL PRIMER RENGLON DEL EMPLEADO; SI EL
      *> SIGUIENTE REGISTRO ES DE OTRO EMPLEADO, NO TIENE HISTORIAL.
       946-VERIFICAR-HISTORIAL-SUELDO.
           SET WS-SIN-HISTORIAL-SUELDO TO TRUE.
           MOVE FD-EMPLEADO-ID IN FD-EMPLEADO-REG
               TO FD-SUE-EMPLEADO-ID.
           MOVE ZERO TO FD-SUE-VIGENCIA.
           START SUELDOS KEY IS >= FD-SUE-CLAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-SUELDOS-OK
              READ SUELDOS NEXT RECORD
                  AT END CONTINUE
              END-READ
              IF WS-SUELDOS-OK AND
                 FD-SUE-EMPLEADO-ID = FD-EMPLEADO-ID IN FD-EMPLEADO-REG
                 SET WS-CON-HISTORIAL-SUELDO TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * MODO DE CESE: ADEMAS DE MARCAR EL ESTADO "I" (COMO HACIA EL
      * MANTENIMIENTO), CAPTURA LA FECHA Y EL MOTIVO DE CESE EN EL
