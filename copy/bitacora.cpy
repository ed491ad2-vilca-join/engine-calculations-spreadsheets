      * LAYOUT DEL RENGLON DE LA BITACORA DE AUDITORIA (bitacora.dat).
      * UN RENGLON POR CADA ALTA, MODIFICACION O CESE DE UN EMPLEADO
      * DEL MAESTRO: QUIEN, QUE EMPLEADO, QUE ACCION Y CUANDO. LO
      * COMPARTEN MOTOR-CALCULOS Y AUMENTO-MASIVO (ESCRITURA),
      * CUADRE-INTEGRIDAD, EXPORTAR-TREGISTRO Y FICHA-TRABAJADOR
      * (LECTURA) Y ARCHIVO-HISTORICO (DEPURACION Y RESTAURACION DE
      * LOS RENGLONES DE UN ANIO), PARA QUE EL LAYOUT NO SE DESALINEE
      * ENTRE PROGRAMAS.
      *****************************************************************
       01 BIT-REG.
          05 BIT-EMPLEADO-ID            PIC X(6).
             88 BIT-ACCION-CESE                     VALUE "C".
          05 BIT-OPERADOR               PIC X(20).
          05 BIT-FECHA-HORA             PIC X(14).
      *>    QUE CAMBIO UNA MODIFICACION "M" ("S"/"N"): REGIMEN DE
      *>    PENSION (REGIMEN, COMISION O CUSPP), DATOS DE PAGO (BANCO,
      *>    CUENTA O CCI), SUELDO Y CENTRO DE COSTO/AREA;
      *>    EXPORTAR-TREGISTRO INFORMA LOS DOS PRIMEROS. ALTAS Y CESES
      *>    LOS GRABAN EN "N"; LOS RENGLONES GRABADOS ANTES DE ESTOS
      *>    CAMPOS SE LEEN EN BLANCO.
          05 BIT-CAMBIOS.
             88 BIT-CAMBIOS-SIN-DETALLE             VALUE SPACES.
             10 BIT-CAMBIO-PENSION      PIC X(1).
                88 BIT-CAMBIO-PENSION-SI            VALUE "S".
             10 BIT-CAMBIO-PAGO         PIC X(1).
                88 BIT-CAMBIO-PAGO-SI               VALUE "S".
             10 BIT-CAMBIO-SUELDO       PIC X(1).
                88 BIT-CAMBIO-SUELDO-SI             VALUE "S".
             10 BIT-CAMBIO-CCOSTO       PIC X(1).
                88 BIT-CAMBIO-CCOSTO-SI             VALUE "S".
