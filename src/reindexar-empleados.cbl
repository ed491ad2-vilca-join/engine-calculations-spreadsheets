      *****************************************************************
      * UTILITARIO DE REORGANIZACION, DE UNA SOLA EJECUCION (AL ESTILO
      * DE REORGANIZAR-EMPLEADOS): LEE EL MAESTRO INDEXADO ANTERIOR
      * (RESPALDADO A MANO COMO EMPLEADOS.DAT.BAK, CON EL LAYOUT DE 118
      * BYTES ANTERIOR AL CENTRO DE COSTO Y EL AREA) Y LO VUELVE A
      * ESCRIBIR COMO EL NUEVO EMPLEADOS.DAT: LAYOUT ACTUAL (LOS CAMPOS
      * NUEVOS QUEDAN EN BLANCO) Y CLAVES ALTERNATIVAS POR
      * FD-EMPLEADO-CUSPP Y FD-EMPLEADO-NOMBRE-FECHA. SE CORRE UNA
      * SOLA VEZ AL ACTUALIZAR; DESPUES DE ESO MOTOR-CALCULOS YA ABRE
      * EL MAESTRO CON EL LAYOUT NUEVO Y EL CENTRO DE COSTO SE
      * COMPLETA EN SU MODO DE MANTENIMIENTO.
      *****************************************************************

       ENVIRONMENT DIVISION.

       FILE SECTION.
       FD  EMPLEADOS-ANTIGUO.
      *> LAYOUT ANTERIOR DEL MAESTRO (118 BYTES): SIN CENTRO DE COSTO
      *> NI AREA. SE DECLARA EN LINEA (COMO EL FD DE
      *> CANDIDATOS EN MOTOR-CALCULOS) PORQUE EMPLEADO.CPY YA
      *> DESCRIBE EL LAYOUT NUEVO; CON EL LAYOUT NUEVO EL OPEN DEL
      *> RESPALDO FALLARIA POR LARGO DE REGISTRO DISTINTO.
          05 FD-VIEJO-COMISION-AFP      PIC X(3).
          05 FD-VIEJO-CUSPP             PIC X(15).
          05 FD-VIEJO-ESTADO            PIC X(1).
          05 FD-VIEJO-BANCO             PIC X(3).
          05 FD-VIEJO-CUENTA            PIC X(20).
          05 FD-VIEJO-CCI               PIC X(20).
          05 FD-VIEJO-FECHA-CESE        PIC X(8).
          05 FD-VIEJO-MOTIVO-CESE       PIC X(2).

       FD  EMPLEADOS.
           COPY empleado.
          88 WS-ANTIGUO-OK                          VALUE "00".
          88 WS-ANTIGUO-NO-EXISTE                   VALUE "35".
      *>    UN 39 AQUI SIGNIFICA QUE EL RESPALDO NO TIENE EL LAYOUT DE
      *>    118 BYTES ESPERADO (POR EJEMPLO, YA ES DEL FORMATO NUEVO).
          88 WS-ANTIGUO-LAYOUT-DISTINTO             VALUE "39".
       01 WS-FS-EMPLEADOS               PIC X(2)    VALUE "00".

       01 WS-DISPLAY-ERROR-GRABACION    PIC X(70)   VALUE
             "ERROR AL GRABAR, SE OMITE EL REGISTRO DE EMPLEADO-ID: ".
       01 WS-DISPLAY-LAYOUT-DISTINTO    PIC X(72)   VALUE
             "EMPLEADOS.DAT.BAK NO TIENE EL LAYOUT ANTERIOR DE 118 BYT
      -    "ES (ESTADO 39)".
       01 WS-DISPLAY-ERROR-APERTURA     PIC X(60)   VALUE
             "ERROR AL ABRIR EMPLEADOS.DAT.BAK, ESTADO: ".

           STOP RUN.

      *> TRASLADA CAMPO A CAMPO DEL LAYOUT VIEJO AL NUEVO; LOS CAMPOS
      *> QUE NO EXISTIAN (CENTRO DE COSTO Y AREA) QUEDAN EN BLANCO,
      *> COMO HACE REORGANIZAR-EMPLEADOS EN SU CAMINO LINE
      *> SEQUENTIAL.
       100-REINDEXAR-UN-EMPLEADO.
           INITIALIZE FD-EMPLEADO-REG.
           MOVE FD-VIEJO-ID TO FD-EMPLEADO-ID.
           MOVE FD-VIEJO-COMISION-AFP TO FD-EMPLEADO-COMISION-AFP.
           MOVE FD-VIEJO-CUSPP TO FD-EMPLEADO-CUSPP.
           MOVE FD-VIEJO-ESTADO TO FD-EMPLEADO-ESTADO.
           MOVE FD-VIEJO-BANCO TO FD-EMPLEADO-BANCO.
           MOVE FD-VIEJO-CUENTA TO FD-EMPLEADO-CUENTA.
           MOVE FD-VIEJO-CCI TO FD-EMPLEADO-CCI.
           MOVE FD-VIEJO-FECHA-CESE TO FD-EMPLEADO-FECHA-CESE.
           MOVE FD-VIEJO-MOTIVO-CESE TO FD-EMPLEADO-MOTIVO-CESE.
           MOVE SPACES TO FD-EMPLEADO-CENTRO-COSTO.
           MOVE SPACES TO FD-EMPLEADO-AREA.

           WRITE FD-EMPLEADO-REG
               INVALID KEY
