      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013D1.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Control de calidad de la carga, muestra semanal. De las altas
      * y modificaciones de una semana (lunes a domingo) en
      * JOURNALPERSONAS, y en los historicos del diario anotados en
      * CATALOGOHISTORICOS, se toma al azar una muestra por operador:
      * MUESTRAQC registros (por omision 5) o, si se informa,
      * PORCENTAJEQC por ciento de lo que cargo cada uno. El
      * movimiento se atribuye a quien lo pidio cuando fue aprobado
      * por otro. Con OPERADORES presente solo cuentan sus codigos;
      * los procesos batch quedan afuera.
      * Cada registro de la muestra se cruza con AUDITPERSONAS y se
      * imprime en la planilla PLANILLAQC con lo cargado y los
      * valores actuales del maestro, para que un supervisor lo
      * verifique contra la documentacion y anote el resultado en
      * RESULTADOSQC. La muestra queda en MUESTRASQC, que junto con
      * RESULTADOSQC alimenta el seguimiento EJE013D2.
      * La semana se pide en SEMANAQC (cualquier dia de la semana,
      * aaaammdd); por omision es la semana anterior. SEMILLAQC
      * cambia la semilla del azar, que por omision es el lunes de
      * la semana, asi un reproceso saca la misma muestra. Una
      * semana que ya tiene resultados cargados no se vuelve a
      * muestrear.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SALIDA            ASSIGN TO DISK 'DATOSPERSONASNUEVO'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS SALIDA-CLAVE
                                  FILE STATUS IS WSS-FS-SALIDA.

       SELECT DIARIO            ASSIGN TO DISK 'JOURNALPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-DIARIO.

       SELECT AUDITORIA         ASSIGN TO DISK 'AUDITPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-AUDIT.

       SELECT CATALOGO          ASSIGN TO DISK 'CATALOGOHISTORICOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CATALOGO.

       SELECT DIARIO-HIST       ASSIGN TO DISK WSV-NOMBRE-HISTORICO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-HISTORICO.

       SELECT AUDITORIA-HIST    ASSIGN TO DISK WSV-NOMBRE-HISTORICO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-HISTORICO.

       SELECT OPERADORES        ASSIGN TO DISK 'OPERADORES'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-OPERADORES.

       SELECT MUESTRAS          ASSIGN TO DISK 'MUESTRASQC'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-MUESTRAS.

       SELECT TRABAJO-MUESTRAS  ASSIGN TO DISK 'WORKMUESTRASQC'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-TRAB-MUESTRAS.

       SELECT RESULTADOS        ASSIGN TO DISK 'RESULTADOSQC'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-RESULTADOS.

       SELECT REPORTE           ASSIGN TO DISK 'PLANILLAQC'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD SALIDA.
           COPY PERSONA.

       FD DIARIO.
       01 REG-DIARIO PIC X(313).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           05 AUD-OPERADOR    PIC X(10).
           05 AUD-FECHA       PIC 9(8).
           05 AUD-HORA        PIC 9(8).
           05 AUD-DNI         PIC 9(8).
           05 AUD-PROVINCIA   PIC X(23).
           05 AUD-CIUDAD      PIC X(20).
           05 AUD-NOMBRE      PIC X(25).
           05 AUD-OPE-SOLICITA PIC X(10).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-TIPO        PIC X(01).
              88 CAT-DIARIO      VALUE 'D'.
              88 CAT-AUDITORIA   VALUE 'A'.
           05 CAT-ARCHIVO     PIC X(30).
           05 CAT-FECHA-DESDE PIC 9(08).
           05 CAT-FECHA-HASTA PIC 9(08).
           05 CAT-CANTIDAD    PIC 9(08).
           05 CAT-FECHA-PROC  PIC 9(08).

       FD DIARIO-HIST.
       01 REG-DIARIO-HIST PIC X(313).

       FD AUDITORIA-HIST.
       01 REG-AUDITORIA-HIST PIC X(112).

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-CODIGO      PIC X(10).
           05 OPE-NOMBRE      PIC X(30).
           05 FILLER          PIC X(25).

      * Un registro por movimiento muestreado. MQC-SEMANA es el lunes
      * de la semana; con operador, DNI, fecha y hora forma la clave
      * que el supervisor copia en RESULTADOSQC.
       FD MUESTRAS.
       01 REG-MUESTRA.
           05 MQC-CLAVE.
               10 MQC-SEMANA      PIC 9(08).
               10 MQC-OPERADOR    PIC X(10).
               10 MQC-DNI         PIC 9(08).
               10 MQC-FECHA       PIC 9(08).
               10 MQC-HORA        PIC 9(08).
           05 MQC-ACCION      PIC X(01).
           05 MQC-FECHA-PROC  PIC 9(08).

       FD TRABAJO-MUESTRAS.
       01 REG-TRABAJO-MUESTRA PIC X(51).

       FD RESULTADOS.
       01 REG-RESULTADO.
           05 RQC-SEMANA      PIC 9(08).
           05 FILLER          PIC X(62).

       FD REPORTE.
       01 REG-REPORTE PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-SALIDA            PIC X(02).
          88 WSS-FS-SALIDA-OK       VALUE '00'.

       01 WSS-FS-DIARIO            PIC X(02).
          88 WSS-FS-DIARIO-OK       VALUE '00'.

       01 WSS-FS-AUDIT             PIC X(02).
          88 WSS-FS-AUDIT-OK        VALUE '00'.

       01 WSS-FS-CATALOGO          PIC X(02).
          88 WSS-FS-CATALOGO-OK     VALUE '00'.

       01 WSS-FS-HISTORICO         PIC X(02).
          88 WSS-FS-HISTORICO-OK    VALUE '00'.

       01 WSS-FS-OPERADORES        PIC X(02).
          88 WSS-FS-OPERADORES-OK   VALUE '00'.

       01 WSS-FS-MUESTRAS          PIC X(02).
          88 WSS-FS-MUESTRAS-OK     VALUE '00'.
          88 WSS-FS-MUESTRAS-NOEXISTE VALUE '35'.

       01 WSS-FS-TRAB-MUESTRAS     PIC X(02).
          88 WSS-FS-TRAB-MUESTRAS-OK VALUE '00'.

       01 WSS-FS-RESULTADOS        PIC X(02).
          88 WSS-FS-RESULTADOS-OK   VALUE '00'.

       01 WSS-FS-REPORTE           PIC X(02).
          88 WSS-FS-REPORTE-OK      VALUE '00'.

       01 WSV-SW-FIN-ARCHIVO       PIC X(01).
          88 WSV-FIN-ARCHIVO        VALUE 'S'.

       01 WSV-SW-FIN-CATALOGO      PIC X(01).
          88 WSV-FIN-CATALOGO       VALUE 'S'.

       01 WSV-SW-OPERADORES        PIC X(01) VALUE 'N'.
          88 WSV-CON-OPERADORES     VALUE 'S'.

       01 WSV-SW-MAESTRO           PIC X(01) VALUE 'N'.
          88 WSV-MAESTRO-ABIERTO    VALUE 'S'.

       01 WSV-SW-EN-MAESTRO        PIC X(01).
          88 WSV-EN-MAESTRO         VALUE 'S'.

       01 WSV-SW-TRABAJO           PIC X(01) VALUE 'S'.
          88 WSV-TRABAJO-OK         VALUE 'S'.

       01 WSV-SW-UBICADO           PIC X(01).
          88 WSV-UBICADO            VALUE 'S'.

      * 1 = se cuentan los movimientos de cada operador, 2 = se
      * toma la muestra.
       01 WSV-PASADA               PIC 9(01).
          88 WSV-PASADA-CONTEO      VALUE 1.
          88 WSV-PASADA-MUESTRA     VALUE 2.

      * Codigo de retorno: 0 = muestra tomada, 4 = con advertencias
      * (muestra truncada, movimientos sin auditoria), 8 = no se pudo
      * grabar MUESTRASQC, 16 = cancelado.
       01 WSV-COD-RETORNO          PIC 9(2) VALUE 0.

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-DIA-JULIANO          PIC 9(08).
       01 WSV-COCIENTE             PIC 9(08).
       01 WSV-DIA-SEMANA           PIC 9(01).
       01 WSV-SEMANA-PARAM         PIC X(08).
       01 WSV-LUNES                PIC 9(08).
       01 WSV-DOMINGO              PIC 9(08).

       01 WSV-MUESTRA-PARAM        PIC X(04).
       01 WSV-PORCENTAJE-PARAM     PIC X(03).
       01 WSV-SEMILLA-PARAM        PIC X(09).
       01 WSV-CANT-MUESTRA         PIC 9(04) VALUE 5.
       01 WSV-PORCENTAJE           PIC 9(03) VALUE 0.
       01 WSV-SEMILLA              PIC 9(09).
       01 WSV-AZAR                 PIC V9(09).
       01 WSV-PROBABILIDAD         PIC V9(09).

       01 WSV-NOMBRE-HISTORICO     PIC X(30).
       01 WSV-CONT-HISTORICOS      PIC 9(4) VALUE 0.

      * Entrada del diario leida del vivo o de un historico.
       01 WSV-ENTRADA.
           05 WSV-ENT-FECHA        PIC 9(08).
           05 WSV-ENT-HORA         PIC 9(08).
           05 WSV-ENT-OPERADOR     PIC X(10).
           05 WSV-ENT-ACCION       PIC X(01).
           05 WSV-ENT-ANTES        PIC X(138).
           05 WSV-ENT-DESPUES      PIC X(138).
           05 WSV-ENT-DESPUES-CAMPOS REDEFINES WSV-ENT-DESPUES.
               10 WSV-ENT-DNI      PIC 9(08).
               10 FILLER           PIC X(130).
           05 WSV-ENT-OPE-SOLICITA PIC X(10).

       01 WSV-CARGADOR             PIC X(10).

      * Operadores con sus movimientos de la semana y su cuota.
       01 WSV-BUS-OPERADOR         PIC X(10).
       01 WSV-POS-OPERADOR         PIC 9(4) COMP.
       01 WSV-IDX-OPE              PIC 9(4) COMP.
       01 WSV-CANT-OPERADORES      PIC 9(4) COMP VALUE 0.
       01 WSV-TABLA-OPERADORES.
           05 WSV-OPERADOR-ITEM OCCURS 300 TIMES.
               10 WSV-OPC-CODIGO     PIC X(10).
               10 WSV-OPC-NOMBRE     PIC X(30).
               10 WSV-OPC-ELEGIBLES  PIC 9(06).
               10 WSV-OPC-VISTOS     PIC 9(06).
               10 WSV-OPC-A-TOMAR    PIC 9(06).
               10 WSV-OPC-TOMADOS    PIC 9(06).
               10 WSV-OPC-SIN-AUDIT  PIC 9(06).

      * Muestra de la semana, ordenada por operador, DNI, fecha y
      * hora antes de cruzarla con la auditoria e imprimirla.
       01 WSV-IDX-MUE              PIC 9(4) COMP.
       01 WSV-CANT-MUESTRAS        PIC 9(4) COMP VALUE 0.
       01 WSV-TABLA-MUESTRAS.
           05 WSV-MUESTRA-ITEM OCCURS 3000 TIMES.
               10 WSV-MUE-CLAVE.
                   15 WSV-MUE-OPERADOR PIC X(10).
                   15 WSV-MUE-DNI      PIC 9(08).
                   15 WSV-MUE-FECHA    PIC 9(08).
                   15 WSV-MUE-HORA     PIC 9(08).
               10 WSV-MUE-ACCION     PIC X(01).
               10 WSV-MUE-ANTES      PIC X(138).
               10 WSV-MUE-DESPUES    PIC X(138).
               10 WSV-MUE-SW-AUDIT   PIC X(01).
                  88 WSV-MUE-AUDITADA  VALUE 'S'.
       01 WSV-ITEM-AUX             PIC X(312).

       01 WSV-ORD-PASO             PIC 9(4) COMP.
       01 WSV-ORD-TOPE             PIC 9(4) COMP.
       01 WSV-ORD-I                PIC 9(4) COMP.
       01 WSV-ORD-J                PIC 9(4) COMP.
       01 WSV-ORD-K                PIC 9(4) COMP.
       01 WSV-BUSQ-BAJO            PIC 9(4) COMP.
       01 WSV-BUSQ-ALTO            PIC 9(4) COMP.
       01 WSV-BUSQ-MEDIO           PIC 9(4) COMP.

       01 WSV-CLAVE-AUDIT.
           05 WSV-CAU-OPERADOR     PIC X(10).
           05 WSV-CAU-DNI          PIC 9(08).

      * Posicion y largo de cada campo de PERSONA dentro de las
      * imagenes del diario; los nombres son los que el supervisor
      * anota en RESULTADOSQC.
       01 WSV-VALORES-CAMPOS.
           05 FILLER PIC X(23) VALUE 'DNI              001008'.
           05 FILLER PIC X(23) VALUE 'PROVINCIA        009023'.
           05 FILLER PIC X(23) VALUE 'CIUDAD           032020'.
           05 FILLER PIC X(23) VALUE 'NOMBRE           052025'.
           05 FILLER PIC X(23) VALUE 'FECHA-NACIMIENTO 077008'.
           05 FILLER PIC X(23) VALUE 'DIRECCION        085030'.
           05 FILLER PIC X(23) VALUE 'TELEFONO         115015'.
           05 FILLER PIC X(23) VALUE 'ESTADO           130001'.
       01 WSV-TABLA-CAMPOS REDEFINES WSV-VALORES-CAMPOS.
           05 WSV-CAMPO OCCURS 8 TIMES.
               10 WSV-CAMPO-NOMBRE PIC X(17).
               10 WSV-CAMPO-POS    PIC 9(03).
               10 WSV-CAMPO-LARGO  PIC 9(03).
       01 WSV-IDX-CAMPO            PIC 9(4) COMP.
       01 WSV-POS                  PIC 9(03).
       01 WSV-LARGO                PIC 9(03).

       01 WSV-IMAGEN-MAESTRO       PIC X(138).

       01 WSV-CONT-LEIDOS          PIC 9(8) VALUE 0.
       01 WSV-CONT-ELEGIBLES       PIC 9(8) VALUE 0.
       01 WSV-CONT-EXCLUIDOS       PIC 9(8) VALUE 0.
       01 WSV-CONT-SIN-AUDIT       PIC 9(8) VALUE 0.
       01 WSV-CONT-NO-TOMADOS      PIC 9(8) VALUE 0.

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(36) VALUE
              'PLANILLA DE VERIFICACION DE CARGA - '.
           05 FILLER PIC X(11) VALUE 'SEMANA DEL '.
           05 WS-TIT-LUNES PIC 9(08).
           05 FILLER PIC X(4) VALUE ' AL '.
           05 WS-TIT-DOMINGO PIC 9(08).
           05 FILLER PIC X(15) VALUE '   CORRIDA DEL '.
           05 WS-TIT-FECHA PIC 9(08).

       01 WS-LINEA-CRITERIO.
           05 FILLER PIC X(21) VALUE 'MUESTRA POR OPERADOR:'.
           05 WS-CRI-TEXTO PIC X(40).
           05 FILLER PIC X(9) VALUE ' SEMILLA '.
           05 WS-CRI-SEMILLA PIC 9(09).

       01 WS-LINEA-MUESTRA.
           05 FILLER PIC X(8) VALUE 'MUESTRA '.
           05 WS-MUE-NUMERO PIC ZZZ9.
           05 FILLER PIC X(12) VALUE '  OPERADOR: '.
           05 WS-MUE-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MUE-NOMBRE-OPE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MUE-ACCION PIC X(13).
           05 WS-MUE-FECHA PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MUE-HORA PIC 9(08).
           05 FILLER PIC X(6) VALUE '  DNI '.
           05 WS-MUE-DNI PIC 9(08).

       01 WS-LINEA-CLAVE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(26) VALUE 'CLAVE PARA RESULTADOSQC: '.
           05 WS-CLA-SEMANA PIC 9(08).
           05 WS-CLA-OPERADOR PIC X(10).
           05 WS-CLA-DNI PIC 9(08).
           05 WS-CLA-FECHA PIC 9(08).
           05 WS-CLA-HORA PIC 9(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CLA-MARCA PIC X(40).

       01 WS-LINEA-CABECERA-CAMPOS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE 'CAMPO'.
           05 FILLER PIC X(31) VALUE 'VALOR CARGADO'.
           05 FILLER PIC X(31) VALUE 'VALOR ACTUAL EN EL MAESTRO'.
           05 FILLER PIC X(20) VALUE 'OBSERVACION'.

       01 WS-LINEA-CAMPO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-CPO-CAMPO PIC X(17).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CPO-CARGADO PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CPO-ACTUAL PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CPO-CAMBIO PIC X(10).
           05 WS-CPO-DIFIERE PIC X(20).

       01 WS-LINEA-RESULTADO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(44) VALUE
              'RESULTADO: [ ] C = CORRECTO  [ ] E = ERROR, '.
           05 FILLER PIC X(40) VALUE
              'CAMPO: ________________  SUPERVISOR: ___'.
           05 FILLER PIC X(7) VALUE '_______'.

       01 WS-LINEA-CUOTA.
           05 WS-CUO-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CUO-NOMBRE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CUO-ELEGIBLES PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CUO-A-TOMAR PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CUO-TOMADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CUO-SIN-AUDIT PIC ZZZ,ZZ9.

       01 WS-LINEA-CABECERA-CUOTA.
           05 FILLER PIC X(42) VALUE 'OPERADOR   NOMBRE'.
           05 FILLER PIC X(9) VALUE 'MOVIMIEN'.
           05 FILLER PIC X(9) VALUE 'A TOMAR'.
           05 FILLER PIC X(9) VALUE 'TOMADOS'.
           05 FILLER PIC X(9) VALUE 'SIN AUD.'.

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO PIC X(45).
           05 WS-TOT-CANT PIC ZZZ,ZZZ,ZZ9.

       01 WS-LINEA-MENSAJE.
           05 WS-MSJ-TEXTO PIC X(132).

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           PERFORM 10000-INICIAR
           PERFORM 10500-CARGAR-OPERADORES
           MOVE 1 TO WSV-PASADA
           PERFORM 12000-RECORRER-DIARIO
           PERFORM 13000-CALCULAR-CUOTAS
           MOVE 2 TO WSV-PASADA
           PERFORM 12000-RECORRER-DIARIO
           PERFORM 13500-ORDENAR-MUESTRA
           PERFORM 14000-CRUZAR-AUDITORIA
           PERFORM 15000-GRABAR-MUESTRAS
           PERFORM 20000-IMPRIMIR-PLANILLA
           PERFORM 21000-IMPRIMIR-RESUMEN
           CLOSE REPORTE
           DISPLAY 'SEMANA DEL ' WSV-LUNES ' AL ' WSV-DOMINGO
           DISPLAY 'MOVIMIENTOS A VERIFICAR: ' WSV-CANT-MUESTRAS
              ' DE ' WSV-CONT-ELEGIBLES
           DISPLAY 'PLANILLA GENERADA EN PLANILLAQC'
           MOVE WSV-COD-RETORNO TO RETURN-CODE
           STOP RUN.

      * El dia 1 de INTEGER-OF-DATE (01/01/1601) fue lunes, asi el
      * resto de dividir por 7 da el dia de la semana (1 = lunes,
      * 0 = domingo).
       10000-INICIAR.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-SEMANA-PARAM FROM ENVIRONMENT "SEMANAQC"
           IF WSV-SEMANA-PARAM = SPACES
              COMPUTE WSV-DIA-JULIANO =
                 FUNCTION INTEGER-OF-DATE(WSV-FECHA-HOY) - 7
           ELSE
              IF WSV-SEMANA-PARAM NUMERIC
                 MOVE WSV-SEMANA-PARAM TO WSV-LUNES
              ELSE
                 MOVE 0 TO WSV-LUNES
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(WSV-LUNES) NOT = 0
                  DISPLAY 'SEMANAQC INVALIDA, DEBE SER AAAAMMDD'
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
              END-IF
              COMPUTE WSV-DIA-JULIANO =
                 FUNCTION INTEGER-OF-DATE(WSV-LUNES)
           END-IF
           DIVIDE 7 INTO WSV-DIA-JULIANO GIVING WSV-COCIENTE
              REMAINDER WSV-DIA-SEMANA
           IF WSV-DIA-SEMANA = 0
              SUBTRACT 6 FROM WSV-DIA-JULIANO
           ELSE
              SUBTRACT WSV-DIA-SEMANA FROM WSV-DIA-JULIANO
              ADD 1 TO WSV-DIA-JULIANO
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WSV-DIA-JULIANO) TO WSV-LUNES
           MOVE FUNCTION DATE-OF-INTEGER(WSV-DIA-JULIANO + 6)
              TO WSV-DOMINGO
           IF WSV-DOMINGO NOT < WSV-FECHA-HOY
              DISPLAY 'LA SEMANA DEL ' WSV-LUNES ' NO TERMINO, NO SE '
                 'PUEDE MUESTREAR'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WSV-MUESTRA-PARAM FROM ENVIRONMENT "MUESTRAQC"
           IF WSV-MUESTRA-PARAM NOT = SPACES
              IF FUNCTION TRIM(WSV-MUESTRA-PARAM) NUMERIC
                 COMPUTE WSV-CANT-MUESTRA =
                    FUNCTION NUMVAL(WSV-MUESTRA-PARAM)
              ELSE
                 MOVE 0 TO WSV-CANT-MUESTRA
              END-IF
              IF WSV-CANT-MUESTRA = 0
                 DISPLAY 'MUESTRAQC INVALIDO, SE CANCELA LA CORRIDA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           ACCEPT WSV-PORCENTAJE-PARAM FROM ENVIRONMENT "PORCENTAJEQC"
           IF WSV-PORCENTAJE-PARAM NOT = SPACES
              IF FUNCTION TRIM(WSV-PORCENTAJE-PARAM) NUMERIC
                 COMPUTE WSV-PORCENTAJE =
                    FUNCTION NUMVAL(WSV-PORCENTAJE-PARAM)
              END-IF
              IF WSV-PORCENTAJE = 0 OR WSV-PORCENTAJE > 100
                 DISPLAY 'PORCENTAJEQC INVALIDO, DEBE SER DE 1 A 100'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           ACCEPT WSV-SEMILLA-PARAM FROM ENVIRONMENT "SEMILLAQC"
           IF WSV-SEMILLA-PARAM NOT = SPACES
              AND FUNCTION TRIM(WSV-SEMILLA-PARAM) NUMERIC
                 COMPUTE WSV-SEMILLA =
                    FUNCTION NUMVAL(WSV-SEMILLA-PARAM)
           ELSE
              MOVE WSV-LUNES TO WSV-SEMILLA
           END-IF
           COMPUTE WSV-AZAR = FUNCTION RANDOM(WSV-SEMILLA)
           PERFORM 11000-VERIFICAR-RESULTADOS
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WSV-LUNES TO WS-TIT-LUNES
           MOVE WSV-DOMINGO TO WS-TIT-DOMINGO
           MOVE WSV-FECHA-HOY TO WS-TIT-FECHA
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           IF WSV-PORCENTAJE > 0
              MOVE SPACES TO WS-CRI-TEXTO
              STRING ' ' WSV-PORCENTAJE ' POR CIENTO DE LO CARGADO'
                  DELIMITED BY SIZE INTO WS-CRI-TEXTO
              END-STRING
           ELSE
              MOVE SPACES TO WS-CRI-TEXTO
              STRING ' ' WSV-CANT-MUESTRA ' MOVIMIENTOS'
                  DELIMITED BY SIZE INTO WS-CRI-TEXTO
              END-STRING
           END-IF
           MOVE WSV-SEMILLA TO WS-CRI-SEMILLA
           MOVE WS-LINEA-CRITERIO TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE ALL '=' TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA.

      * Sin OPERADORES se muestrea a todo el que figure en el diario.
       10500-CARGAR-OPERADORES.
           OPEN INPUT OPERADORES
           IF WSS-FS-OPERADORES-OK
              SET WSV-CON-OPERADORES TO TRUE
              MOVE SPACES TO WSV-SW-FIN-ARCHIVO
              PERFORM UNTIL WSV-FIN-ARCHIVO
                  READ OPERADORES
                      AT END
                          SET WSV-FIN-ARCHIVO TO TRUE
                      NOT AT END
                          IF WSV-CANT-OPERADORES < 300
                             ADD 1 TO WSV-CANT-OPERADORES
                             MOVE WSV-CANT-OPERADORES
                                TO WSV-POS-OPERADOR
                             PERFORM 10600-INICIAR-OPERADOR
                             MOVE OPE-CODIGO TO
                                WSV-OPC-CODIGO(WSV-POS-OPERADOR)
                             MOVE OPE-NOMBRE TO
                                WSV-OPC-NOMBRE(WSV-POS-OPERADOR)
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OPERADORES
           ELSE
              MOVE 'SIN ARCHIVO OPERADORES: SE MUESTREAN TODOS LOS '
                 TO WS-MSJ-TEXTO
              MOVE 'CODIGOS DEL DIARIO, INCLUIDOS LOS PROCESOS BATCH'
                 TO WS-MSJ-TEXTO(49:48)
              MOVE WS-LINEA-MENSAJE TO REG-REPORTE
              PERFORM 29500-ESCRIBIR-LINEA
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF.

       10600-INICIAR-OPERADOR.
           MOVE SPACES TO WSV-OPC-NOMBRE(WSV-POS-OPERADOR)
           MOVE 0 TO WSV-OPC-ELEGIBLES(WSV-POS-OPERADOR)
           MOVE 0 TO WSV-OPC-VISTOS(WSV-POS-OPERADOR)
           MOVE 0 TO WSV-OPC-A-TOMAR(WSV-POS-OPERADOR)
           MOVE 0 TO WSV-OPC-TOMADOS(WSV-POS-OPERADOR)
           MOVE 0 TO WSV-OPC-SIN-AUDIT(WSV-POS-OPERADOR).

      * Una muestra nueva dejaria sin referencia a los resultados ya
      * cargados de esa semana. Se verifica antes de abrir PLANILLAQC
      * para no pisar la planilla que los operadores estan usando.
       11000-VERIFICAR-RESULTADOS.
           OPEN INPUT RESULTADOS
           IF WSS-FS-RESULTADOS-OK
              MOVE SPACES TO WSV-SW-FIN-ARCHIVO
              PERFORM UNTIL WSV-FIN-ARCHIVO
                  READ RESULTADOS
                      AT END
                          SET WSV-FIN-ARCHIVO TO TRUE
                      NOT AT END
                          IF RQC-SEMANA = WSV-LUNES
                             DISPLAY 'RESULTADOSQC YA TIENE '
                                'RESULTADOS DE LA SEMANA DEL '
                                WSV-LUNES ', NO SE VUELVE A '
                                'MUESTREAR'
                             CLOSE RESULTADOS
                             MOVE 16 TO RETURN-CODE
                             STOP RUN
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE RESULTADOS
           END-IF.

      * Los historicos del diario que tocan la semana se leen antes
      * que el vivo, en las dos pasadas y en el mismo orden.
       12000-RECORRER-DIARIO.
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-OK
              MOVE SPACES TO WSV-SW-FIN-CATALOGO
              PERFORM UNTIL WSV-FIN-CATALOGO
                  READ CATALOGO
                      AT END
                          SET WSV-FIN-CATALOGO TO TRUE
                      NOT AT END
                          IF CAT-DIARIO
                             AND CAT-FECHA-HASTA >= WSV-LUNES
                             AND CAT-FECHA-DESDE <= WSV-DOMINGO
                              PERFORM 12100-LEER-DIARIO-HIST
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF
           OPEN INPUT DIARIO
           IF NOT WSS-FS-DIARIO-OK
              DISPLAY 'ERROR DE ARCHIVO DE DIARIO'
              DISPLAY 'FILE STATUS' WSS-FS-DIARIO
              CLOSE REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WSV-SW-FIN-ARCHIVO
           PERFORM UNTIL WSV-FIN-ARCHIVO
               READ DIARIO INTO WSV-ENTRADA
                   AT END
                       SET WSV-FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 12200-EVALUAR-ENTRADA
               END-READ
           END-PERFORM
           CLOSE DIARIO.

       12100-LEER-DIARIO-HIST.
           MOVE CAT-ARCHIVO TO WSV-NOMBRE-HISTORICO
           OPEN INPUT DIARIO-HIST
           IF NOT WSS-FS-HISTORICO-OK
              DISPLAY 'NO SE PUDO ABRIR EL HISTORICO '
                 FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
                 ', SE CANCELA LA MUESTRA'
              DISPLAY 'FILE STATUS' WSS-FS-HISTORICO
              CLOSE CATALOGO
              CLOSE REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WSV-PASADA-CONTEO
              ADD 1 TO WSV-CONT-HISTORICOS
           END-IF
           MOVE SPACES TO WSV-SW-FIN-ARCHIVO
           PERFORM UNTIL WSV-FIN-ARCHIVO
               READ DIARIO-HIST INTO WSV-ENTRADA
                   AT END
                       SET WSV-FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 12200-EVALUAR-ENTRADA
               END-READ
           END-PERFORM
           CLOSE DIARIO-HIST.

      * Solo altas y modificaciones de la semana. Una modificacion
      * aprobada se atribuye a quien la pidio, que fue quien la cargo.
       12200-EVALUAR-ENTRADA.
           IF WSV-ENT-FECHA >= WSV-LUNES
              AND WSV-ENT-FECHA <= WSV-DOMINGO
              AND (WSV-ENT-ACCION = 'A' OR WSV-ENT-ACCION = 'M')
               IF WSV-ENT-OPE-SOLICITA NOT = SPACES
                  MOVE WSV-ENT-OPE-SOLICITA TO WSV-CARGADOR
               ELSE
                  MOVE WSV-ENT-OPERADOR TO WSV-CARGADOR
               END-IF
               MOVE WSV-CARGADOR TO WSV-BUS-OPERADOR
               PERFORM 40000-BUSCAR-OPERADOR
               IF WSV-PASADA-CONTEO
                  IF WSV-POS-OPERADOR = 0
                     ADD 1 TO WSV-CONT-EXCLUIDOS
                  ELSE
                     ADD 1 TO WSV-CONT-LEIDOS
                     ADD 1 TO WSV-OPC-ELEGIBLES(WSV-POS-OPERADOR)
                  END-IF
               ELSE
                  IF WSV-POS-OPERADOR > 0
                     PERFORM 12300-SORTEAR-ENTRADA
                  END-IF
               END-IF
           END-IF.

      * Seleccion secuencial: cada movimiento entra con probabilidad
      * (faltan tomar) / (faltan ver), lo que da exactamente la cuota
      * con todos los movimientos del operador igual de probables.
       12300-SORTEAR-ENTRADA.
           IF WSV-OPC-TOMADOS(WSV-POS-OPERADOR) <
              WSV-OPC-A-TOMAR(WSV-POS-OPERADOR)
               COMPUTE WSV-PROBABILIDAD =
                  (WSV-OPC-A-TOMAR(WSV-POS-OPERADOR)
                   - WSV-OPC-TOMADOS(WSV-POS-OPERADOR))
                  / (WSV-OPC-ELEGIBLES(WSV-POS-OPERADOR)
                   - WSV-OPC-VISTOS(WSV-POS-OPERADOR))
               COMPUTE WSV-AZAR = FUNCTION RANDOM
               IF WSV-AZAR < WSV-PROBABILIDAD
                  OR WSV-OPC-A-TOMAR(WSV-POS-OPERADOR)
                     - WSV-OPC-TOMADOS(WSV-POS-OPERADOR)
                   = WSV-OPC-ELEGIBLES(WSV-POS-OPERADOR)
                     - WSV-OPC-VISTOS(WSV-POS-OPERADOR)
                   PERFORM 12400-AGREGAR-MUESTRA
               END-IF
           END-IF
           ADD 1 TO WSV-OPC-VISTOS(WSV-POS-OPERADOR).

       12400-AGREGAR-MUESTRA.
           IF WSV-CANT-MUESTRAS < 3000
              ADD 1 TO WSV-CANT-MUESTRAS
              ADD 1 TO WSV-OPC-TOMADOS(WSV-POS-OPERADOR)
              MOVE WSV-CARGADOR TO WSV-MUE-OPERADOR(WSV-CANT-MUESTRAS)
              MOVE WSV-ENT-DNI TO WSV-MUE-DNI(WSV-CANT-MUESTRAS)
              MOVE WSV-ENT-FECHA TO WSV-MUE-FECHA(WSV-CANT-MUESTRAS)
              MOVE WSV-ENT-HORA TO WSV-MUE-HORA(WSV-CANT-MUESTRAS)
              MOVE WSV-ENT-ACCION TO WSV-MUE-ACCION(WSV-CANT-MUESTRAS)
              MOVE WSV-ENT-ANTES TO WSV-MUE-ANTES(WSV-CANT-MUESTRAS)
              MOVE WSV-ENT-DESPUES
                 TO WSV-MUE-DESPUES(WSV-CANT-MUESTRAS)
              MOVE SPACES TO WSV-MUE-SW-AUDIT(WSV-CANT-MUESTRAS)
           ELSE
              ADD 1 TO WSV-CONT-NO-TOMADOS
           END-IF.

       13000-CALCULAR-CUOTAS.
           PERFORM VARYING WSV-IDX-OPE FROM 1 BY 1
                 UNTIL WSV-IDX-OPE > WSV-CANT-OPERADORES
               IF WSV-PORCENTAJE > 0
                  COMPUTE WSV-OPC-A-TOMAR(WSV-IDX-OPE) =
                     (WSV-OPC-ELEGIBLES(WSV-IDX-OPE) * WSV-PORCENTAJE
                      + 99) / 100
               ELSE
                  MOVE WSV-CANT-MUESTRA
                     TO WSV-OPC-A-TOMAR(WSV-IDX-OPE)
               END-IF
               IF WSV-OPC-A-TOMAR(WSV-IDX-OPE) >
                  WSV-OPC-ELEGIBLES(WSV-IDX-OPE)
                   MOVE WSV-OPC-ELEGIBLES(WSV-IDX-OPE)
                      TO WSV-OPC-A-TOMAR(WSV-IDX-OPE)
               END-IF
               ADD WSV-OPC-ELEGIBLES(WSV-IDX-OPE) TO WSV-CONT-ELEGIBLES
           END-PERFORM.

      * Ordenamiento shell de la muestra por operador, DNI, fecha y
      * hora, los primeros 34 bytes de cada entrada.
       13500-ORDENAR-MUESTRA.
           COMPUTE WSV-ORD-PASO = WSV-CANT-MUESTRAS / 2
           PERFORM UNTIL WSV-ORD-PASO < 1
               COMPUTE WSV-ORD-TOPE =
                  WSV-CANT-MUESTRAS - WSV-ORD-PASO
               PERFORM VARYING WSV-ORD-I FROM 1 BY 1
                     UNTIL WSV-ORD-I > WSV-ORD-TOPE
                   MOVE WSV-ORD-I TO WSV-ORD-J
                   MOVE SPACES TO WSV-SW-UBICADO
                   PERFORM UNTIL WSV-UBICADO
                       COMPUTE WSV-ORD-K = WSV-ORD-J + WSV-ORD-PASO
                       IF WSV-MUE-CLAVE(WSV-ORD-J) >
                          WSV-MUE-CLAVE(WSV-ORD-K)
                           MOVE WSV-MUESTRA-ITEM(WSV-ORD-J)
                              TO WSV-ITEM-AUX
                           MOVE WSV-MUESTRA-ITEM(WSV-ORD-K)
                              TO WSV-MUESTRA-ITEM(WSV-ORD-J)
                           MOVE WSV-ITEM-AUX
                              TO WSV-MUESTRA-ITEM(WSV-ORD-K)
                           IF WSV-ORD-J > WSV-ORD-PASO
                              SUBTRACT WSV-ORD-PASO FROM WSV-ORD-J
                           ELSE
                              SET WSV-UBICADO TO TRUE
                           END-IF
                       ELSE
                           SET WSV-UBICADO TO TRUE
                       END-IF
                   END-PERFORM
               END-PERFORM
               COMPUTE WSV-ORD-PASO = WSV-ORD-PASO / 2
           END-PERFORM.

      * Cada alta y modificacion de EJE013A1 deja una linea en la
      * auditoria; un movimiento muestreado sin ella se informa.
       14000-CRUZAR-AUDITORIA.
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-OK
              MOVE SPACES TO WSV-SW-FIN-CATALOGO
              PERFORM UNTIL WSV-FIN-CATALOGO
                  READ CATALOGO
                      AT END
                          SET WSV-FIN-CATALOGO TO TRUE
                      NOT AT END
                          IF CAT-AUDITORIA
                             AND CAT-FECHA-HASTA >= WSV-LUNES
                             AND CAT-FECHA-DESDE <= WSV-DOMINGO
                              PERFORM 14100-LEER-AUDITORIA-HIST
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF
           OPEN INPUT AUDITORIA
           IF NOT WSS-FS-AUDIT-OK
              DISPLAY 'ADVERTENCIA: NO SE PUDO LEER AUDITPERSONAS, '
                 'NO SE CRUZA LA MUESTRA'
              PERFORM 29000-MARCAR-ADVERTENCIA
           ELSE
              MOVE SPACES TO WSV-SW-FIN-ARCHIVO
              PERFORM UNTIL WSV-FIN-ARCHIVO
                  READ AUDITORIA
                      AT END
                          SET WSV-FIN-ARCHIVO TO TRUE
                      NOT AT END
                          PERFORM 14200-MARCAR-AUDITADA
                  END-READ
              END-PERFORM
              CLOSE AUDITORIA
           END-IF.

       14100-LEER-AUDITORIA-HIST.
           MOVE CAT-ARCHIVO TO WSV-NOMBRE-HISTORICO
           OPEN INPUT AUDITORIA-HIST
           IF NOT WSS-FS-HISTORICO-OK
              DISPLAY 'ADVERTENCIA: NO SE PUDO ABRIR EL HISTORICO '
                 FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
              PERFORM 29000-MARCAR-ADVERTENCIA
           ELSE
              MOVE SPACES TO WSV-SW-FIN-ARCHIVO
              PERFORM UNTIL WSV-FIN-ARCHIVO
                  READ AUDITORIA-HIST INTO REG-AUDITORIA
                      AT END
                          SET WSV-FIN-ARCHIVO TO TRUE
                      NOT AT END
                          PERFORM 14200-MARCAR-AUDITADA
                  END-READ
              END-PERFORM
              CLOSE AUDITORIA-HIST
           END-IF.

      * Biseccion por operador y DNI sobre la muestra ordenada; desde
      * la primera coincidencia se marcan las del mismo dia.
       14200-MARCAR-AUDITADA.
           IF AUD-FECHA >= WSV-LUNES AND AUD-FECHA <= WSV-DOMINGO
              AND WSV-CANT-MUESTRAS > 0
               IF AUD-OPE-SOLICITA NOT = SPACES
                  MOVE AUD-OPE-SOLICITA TO WSV-CAU-OPERADOR
               ELSE
                  MOVE AUD-OPERADOR TO WSV-CAU-OPERADOR
               END-IF
               MOVE AUD-DNI TO WSV-CAU-DNI
               MOVE 1 TO WSV-BUSQ-BAJO
               MOVE WSV-CANT-MUESTRAS TO WSV-BUSQ-ALTO
               PERFORM UNTIL WSV-BUSQ-BAJO >= WSV-BUSQ-ALTO
                   COMPUTE WSV-BUSQ-MEDIO =
                      (WSV-BUSQ-BAJO + WSV-BUSQ-ALTO) / 2
                   IF WSV-MUE-CLAVE(WSV-BUSQ-MEDIO)(1:18)
                         < WSV-CLAVE-AUDIT
                      COMPUTE WSV-BUSQ-BAJO = WSV-BUSQ-MEDIO + 1
                   ELSE
                      MOVE WSV-BUSQ-MEDIO TO WSV-BUSQ-ALTO
                   END-IF
               END-PERFORM
               PERFORM VARYING WSV-IDX-MUE FROM WSV-BUSQ-BAJO BY 1
                     UNTIL WSV-IDX-MUE > WSV-CANT-MUESTRAS
                        OR WSV-MUE-CLAVE(WSV-IDX-MUE)(1:18)
                           NOT = WSV-CLAVE-AUDIT
                   IF WSV-MUE-FECHA(WSV-IDX-MUE) = AUD-FECHA
                      SET WSV-MUE-AUDITADA(WSV-IDX-MUE) TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * MUESTRASQC guarda todas las semanas; la semana que se procesa
      * se reemplaza por la muestra nueva.
       15000-GRABAR-MUESTRAS.
           OPEN OUTPUT TRABAJO-MUESTRAS
           IF NOT WSS-FS-TRAB-MUESTRAS-OK
              MOVE SPACES TO WSV-SW-TRABAJO
           ELSE
              OPEN INPUT MUESTRAS
              IF WSS-FS-MUESTRAS-OK
                 MOVE SPACES TO WSV-SW-FIN-ARCHIVO
                 PERFORM UNTIL WSV-FIN-ARCHIVO
                     READ MUESTRAS
                         AT END
                             SET WSV-FIN-ARCHIVO TO TRUE
                         NOT AT END
                             IF MQC-SEMANA NOT = WSV-LUNES
                                PERFORM 15100-GRABAR-TRABAJO
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE MUESTRAS
              ELSE
                 IF NOT WSS-FS-MUESTRAS-NOEXISTE
                    DISPLAY 'ERROR AL LEER MUESTRASQC'
                    DISPLAY 'FILE STATUS ' WSS-FS-MUESTRAS
                    MOVE SPACES TO WSV-SW-TRABAJO
                 END-IF
              END-IF
              PERFORM VARYING WSV-IDX-MUE FROM 1 BY 1
                    UNTIL WSV-IDX-MUE > WSV-CANT-MUESTRAS
                  MOVE WSV-LUNES TO MQC-SEMANA
                  MOVE WSV-MUE-OPERADOR(WSV-IDX-MUE) TO MQC-OPERADOR
                  MOVE WSV-MUE-DNI(WSV-IDX-MUE) TO MQC-DNI
                  MOVE WSV-MUE-FECHA(WSV-IDX-MUE) TO MQC-FECHA
                  MOVE WSV-MUE-HORA(WSV-IDX-MUE) TO MQC-HORA
                  MOVE WSV-MUE-ACCION(WSV-IDX-MUE) TO MQC-ACCION
                  MOVE WSV-FECHA-HOY TO MQC-FECHA-PROC
                  PERFORM 15100-GRABAR-TRABAJO
              END-PERFORM
              CLOSE TRABAJO-MUESTRAS
           END-IF
           IF NOT WSV-TRABAJO-OK
              DISPLAY 'NO SE PUDO ARMAR EL ARCHIVO DE TRABAJO DE '
                 'MUESTRAS, MUESTRASQC NO SE MODIFICO'
              PERFORM 29100-MARCAR-ERROR
           ELSE
              OPEN INPUT TRABAJO-MUESTRAS
              OPEN OUTPUT MUESTRAS
              IF NOT WSS-FS-TRAB-MUESTRAS-OK OR NOT WSS-FS-MUESTRAS-OK
                 DISPLAY 'ERROR AL GRABAR MUESTRASQC, LAS MUESTRAS '
                    'QUEDARON EN WORKMUESTRASQC'
                 PERFORM 29100-MARCAR-ERROR
              ELSE
                 MOVE SPACES TO WSV-SW-FIN-ARCHIVO
                 PERFORM UNTIL WSV-FIN-ARCHIVO
                     READ TRABAJO-MUESTRAS
                         AT END
                             SET WSV-FIN-ARCHIVO TO TRUE
                         NOT AT END
                             WRITE REG-MUESTRA
                                FROM REG-TRABAJO-MUESTRA
                             IF NOT WSS-FS-MUESTRAS-OK
                                DISPLAY 'ERROR AL GRABAR MUESTRASQC, '
                                   'LAS MUESTRAS QUEDARON EN '
                                   'WORKMUESTRASQC'
                                PERFORM 29100-MARCAR-ERROR
                                SET WSV-FIN-ARCHIVO TO TRUE
                             END-IF
                     END-READ
                 END-PERFORM
              END-IF
              CLOSE TRABAJO-MUESTRAS
              CLOSE MUESTRAS
           END-IF.

       15100-GRABAR-TRABAJO.
           WRITE REG-TRABAJO-MUESTRA FROM REG-MUESTRA
           IF NOT WSS-FS-TRAB-MUESTRAS-OK
              MOVE SPACES TO WSV-SW-TRABAJO
           END-IF.

       20000-IMPRIMIR-PLANILLA.
           OPEN INPUT SALIDA
           IF WSS-FS-SALIDA-OK
              SET WSV-MAESTRO-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ADVERTENCIA: NO SE PUDO ABRIR EL MAESTRO, LA '
                 'PLANILLA SALE SIN VALORES ACTUALES'
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF
           PERFORM VARYING WSV-IDX-MUE FROM 1 BY 1
                 UNTIL WSV-IDX-MUE > WSV-CANT-MUESTRAS
               PERFORM 20100-IMPRIMIR-MUESTRA
           END-PERFORM
           IF WSV-MAESTRO-ABIERTO
              CLOSE SALIDA
           END-IF.

       20100-IMPRIMIR-MUESTRA.
           MOVE WSV-MUE-OPERADOR(WSV-IDX-MUE) TO WSV-BUS-OPERADOR
           PERFORM 40000-BUSCAR-OPERADOR
           MOVE WSV-IDX-MUE TO WS-MUE-NUMERO
           MOVE WSV-MUE-OPERADOR(WSV-IDX-MUE) TO WS-MUE-OPERADOR
           MOVE WSV-OPC-NOMBRE(WSV-POS-OPERADOR) TO WS-MUE-NOMBRE-OPE
           IF WSV-MUE-ACCION(WSV-IDX-MUE) = 'A'
              MOVE 'ALTA' TO WS-MUE-ACCION
           ELSE
              MOVE 'MODIFICACION' TO WS-MUE-ACCION
           END-IF
           MOVE WSV-MUE-FECHA(WSV-IDX-MUE) TO WS-MUE-FECHA
           MOVE WSV-MUE-HORA(WSV-IDX-MUE) TO WS-MUE-HORA
           MOVE WSV-MUE-DNI(WSV-IDX-MUE) TO WS-MUE-DNI
           MOVE WS-LINEA-MUESTRA TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE WSV-LUNES TO WS-CLA-SEMANA
           MOVE WSV-MUE-OPERADOR(WSV-IDX-MUE) TO WS-CLA-OPERADOR
           MOVE WSV-MUE-DNI(WSV-IDX-MUE) TO WS-CLA-DNI
           MOVE WSV-MUE-FECHA(WSV-IDX-MUE) TO WS-CLA-FECHA
           MOVE WSV-MUE-HORA(WSV-IDX-MUE) TO WS-CLA-HORA
           IF WSV-MUE-AUDITADA(WSV-IDX-MUE)
              MOVE SPACES TO WS-CLA-MARCA
           ELSE
              MOVE '*** SIN LINEA EN AUDITPERSONAS' TO WS-CLA-MARCA
              ADD 1 TO WSV-CONT-SIN-AUDIT
              ADD 1 TO WSV-OPC-SIN-AUDIT(WSV-POS-OPERADOR)
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF
           MOVE WS-LINEA-CLAVE TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE SPACES TO WSV-SW-EN-MAESTRO
           MOVE SPACES TO WSV-IMAGEN-MAESTRO
           IF WSV-MAESTRO-ABIERTO
              MOVE WSV-MUE-DNI(WSV-IDX-MUE) TO DNI
              READ SALIDA
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET WSV-EN-MAESTRO TO TRUE
                      MOVE REG-SALIDA TO WSV-IMAGEN-MAESTRO
              END-READ
           END-IF
           MOVE WS-LINEA-CABECERA-CAMPOS TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           PERFORM VARYING WSV-IDX-CAMPO FROM 1 BY 1
                 UNTIL WSV-IDX-CAMPO > 8
               PERFORM 20200-IMPRIMIR-CAMPO
           END-PERFORM
           MOVE WS-LINEA-RESULTADO TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA.

      * En una modificacion se marcan los campos que cambio, que son
      * los que el operador tecleo.
       20200-IMPRIMIR-CAMPO.
           MOVE WSV-CAMPO-POS(WSV-IDX-CAMPO) TO WSV-POS
           MOVE WSV-CAMPO-LARGO(WSV-IDX-CAMPO) TO WSV-LARGO
           MOVE WSV-CAMPO-NOMBRE(WSV-IDX-CAMPO) TO WS-CPO-CAMPO
           MOVE WSV-MUE-DESPUES(WSV-IDX-MUE)(WSV-POS:WSV-LARGO)
              TO WS-CPO-CARGADO
           MOVE SPACES TO WS-CPO-CAMBIO
           MOVE SPACES TO WS-CPO-DIFIERE
           IF WSV-MUE-ACCION(WSV-IDX-MUE) = 'M'
              AND WSV-MUE-ANTES(WSV-IDX-MUE)(WSV-POS:WSV-LARGO) NOT =
                  WSV-MUE-DESPUES(WSV-IDX-MUE)(WSV-POS:WSV-LARGO)
                  MOVE 'MODIFICADO' TO WS-CPO-CAMBIO
           END-IF
           IF WSV-EN-MAESTRO
              MOVE WSV-IMAGEN-MAESTRO(WSV-POS:WSV-LARGO)
                 TO WS-CPO-ACTUAL
              IF WSV-IMAGEN-MAESTRO(WSV-POS:WSV-LARGO) NOT =
                 WSV-MUE-DESPUES(WSV-IDX-MUE)(WSV-POS:WSV-LARGO)
                  MOVE ' CAMBIO DESPUES' TO WS-CPO-DIFIERE
              END-IF
           ELSE
              IF WSV-IDX-CAMPO = 1
                 MOVE '*** NO ESTA EN EL MAESTRO' TO WS-CPO-ACTUAL
              ELSE
                 MOVE SPACES TO WS-CPO-ACTUAL
              END-IF
           END-IF
           MOVE WS-LINEA-CAMPO TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA.

       21000-IMPRIMIR-RESUMEN.
           MOVE SPACES TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE 'RESUMEN DE LA MUESTRA POR OPERADOR' TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE WS-LINEA-CABECERA-CUOTA TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           PERFORM VARYING WSV-IDX-OPE FROM 1 BY 1
                 UNTIL WSV-IDX-OPE > WSV-CANT-OPERADORES
               IF WSV-OPC-ELEGIBLES(WSV-IDX-OPE) > 0
                  MOVE WSV-OPC-CODIGO(WSV-IDX-OPE) TO WS-CUO-OPERADOR
                  MOVE WSV-OPC-NOMBRE(WSV-IDX-OPE) TO WS-CUO-NOMBRE
                  MOVE WSV-OPC-ELEGIBLES(WSV-IDX-OPE)
                     TO WS-CUO-ELEGIBLES
                  MOVE WSV-OPC-A-TOMAR(WSV-IDX-OPE) TO WS-CUO-A-TOMAR
                  MOVE WSV-OPC-TOMADOS(WSV-IDX-OPE) TO WS-CUO-TOMADOS
                  MOVE WSV-OPC-SIN-AUDIT(WSV-IDX-OPE)
                     TO WS-CUO-SIN-AUDIT
                  MOVE WS-LINEA-CUOTA TO REG-REPORTE
                  PERFORM 29500-ESCRIBIR-LINEA
               END-IF
           END-PERFORM
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA
           MOVE 'ALTAS Y MODIFICACIONES DE LA SEMANA' TO WS-TOT-TITULO
           MOVE WSV-CONT-ELEGIBLES TO WS-TOT-CANT
           PERFORM 21100-LINEA-TOTAL
           MOVE 'MOVIMIENTOS DE CODIGOS FUERA DE OPERADORES'
              TO WS-TOT-TITULO
           MOVE WSV-CONT-EXCLUIDOS TO WS-TOT-CANT
           PERFORM 21100-LINEA-TOTAL
           MOVE 'MOVIMIENTOS EN LA MUESTRA' TO WS-TOT-TITULO
           MOVE WSV-CANT-MUESTRAS TO WS-TOT-CANT
           PERFORM 21100-LINEA-TOTAL
           MOVE 'MUESTRAS SIN LINEA DE AUDITORIA' TO WS-TOT-TITULO
           MOVE WSV-CONT-SIN-AUDIT TO WS-TOT-CANT
           PERFORM 21100-LINEA-TOTAL
           IF WSV-CONT-HISTORICOS > 0
              MOVE 'HISTORICOS DEL DIARIO LEIDOS' TO WS-TOT-TITULO
              MOVE WSV-CONT-HISTORICOS TO WS-TOT-CANT
              PERFORM 21100-LINEA-TOTAL
           END-IF
           IF WSV-CONT-NO-TOMADOS > 0
              MOVE '*** MUESTRA TRUNCADA EN 3000, NO TOMADOS'
                 TO WS-TOT-TITULO
              MOVE WSV-CONT-NO-TOMADOS TO WS-TOT-CANT
              PERFORM 21100-LINEA-TOTAL
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF.

       21100-LINEA-TOTAL.
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 29500-ESCRIBIR-LINEA.

       29000-MARCAR-ADVERTENCIA.
           IF WSV-COD-RETORNO < 4
              MOVE 4 TO WSV-COD-RETORNO
           END-IF.

       29100-MARCAR-ERROR.
           IF WSV-COD-RETORNO < 8
              MOVE 8 TO WSV-COD-RETORNO
           END-IF.

       29500-ESCRIBIR-LINEA.
           WRITE REG-REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF.

      * Devuelve en WSV-POS-OPERADOR la entrada de WSV-BUS-OPERADOR.
      * Sin archivo OPERADORES los codigos nuevos se agregan; con el
      * archivo, un codigo que no esta devuelve cero.
       40000-BUSCAR-OPERADOR.
           MOVE 0 TO WSV-POS-OPERADOR
           PERFORM VARYING WSV-IDX-OPE FROM 1 BY 1
                 UNTIL WSV-IDX-OPE > WSV-CANT-OPERADORES
                    OR WSV-POS-OPERADOR > 0
               IF WSV-OPC-CODIGO(WSV-IDX-OPE) = WSV-BUS-OPERADOR
                  MOVE WSV-IDX-OPE TO WSV-POS-OPERADOR
               END-IF
           END-PERFORM
           IF WSV-POS-OPERADOR = 0 AND NOT WSV-CON-OPERADORES
              IF WSV-CANT-OPERADORES >= 300
                 DISPLAY 'MAS DE 300 OPERADORES EN EL DIARIO, SE '
                    'CANCELA LA MUESTRA'
                 CLOSE REPORTE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WSV-CANT-OPERADORES
              MOVE WSV-CANT-OPERADORES TO WSV-POS-OPERADOR
              PERFORM 10600-INICIAR-OPERADOR
              MOVE WSV-BUS-OPERADOR TO WSV-OPC-CODIGO(WSV-POS-OPERADOR)
           END-IF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
