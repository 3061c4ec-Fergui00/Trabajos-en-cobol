      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013C1.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Historial de cambios de una persona. Recibe un DNI, junta
      * de JOURNALPERSONAS, y de los historicos del diario anotados
      * en CATALOGOHISTORICOS, todas las altas, modificaciones, cambios
      * de estado y bajas de esa persona, las ordena por fecha y hora
      * y las muestra con el operador y solo los campos que cambiaron
      * (valor anterior y valor nuevo). Despues permite reconstruir
      * como era el registro en una fecha pasada. Todo lo mostrado se
      * deja tambien en HISTORIALPERSONA.
      * Se llama desde EJE013A1 (resultado de una busqueda) y desde
      * la consulta independiente EJE013C2. No abre el maestro: el
      * programa que llama puede tenerlo abierto para actualizar.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DIARIO            ASSIGN TO DISK 'JOURNALPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-DIARIO.

       SELECT CATALOGO          ASSIGN TO DISK 'CATALOGOHISTORICOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CATALOGO.

       SELECT DIARIO-HIST       ASSIGN TO DISK WSV-NOMBRE-HISTORICO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-HISTORICO.

       SELECT REPORTE           ASSIGN TO DISK 'HISTORIALPERSONA'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD DIARIO.
       01 REG-DIARIO.
           05 DIA-FECHA       PIC 9(8).
           05 DIA-HORA        PIC 9(8).
           05 DIA-OPERADOR    PIC X(10).
           05 DIA-ACCION      PIC X(01).
           05 DIA-IMAGEN-ANTES   PIC X(138).
           05 DIA-IMAGEN-DESPUES PIC X(138).
      * Operador que pidio el cambio cuando DIA-OPERADOR lo aprobo;
      * en blanco en los movimientos directos y en lineas viejas.
           05 DIA-OPE-SOLICITA   PIC X(10).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-TIPO        PIC X(01).
              88 CAT-DIARIO      VALUE 'D'.
           05 CAT-ARCHIVO     PIC X(30).
           05 CAT-FECHA-DESDE PIC 9(08).
           05 CAT-FECHA-HASTA PIC 9(08).
           05 CAT-CANTIDAD    PIC 9(08).
           05 CAT-FECHA-PROC  PIC 9(08).

       FD DIARIO-HIST.
       01 REG-DIARIO-HIST PIC X(313).

       FD REPORTE.
       01 REG-REPORTE PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-DIARIO            PIC X(02).
          88 WSS-FS-DIARIO-OK       VALUE '00'.

       01 WSS-FS-CATALOGO          PIC X(02).
          88 WSS-FS-CATALOGO-OK     VALUE '00'.

       01 WSS-FS-HISTORICO         PIC X(02).
          88 WSS-FS-HISTORICO-OK    VALUE '00'.

       01 WSS-FS-REPORTE           PIC X(02).
          88 WSS-FS-REPORTE-OK      VALUE '00'.

       01 WSV-SW-FIN-DIARIO        PIC X(01).
          88 WSV-FIN-DIARIO         VALUE 'S'.

       01 WSV-SW-FIN-CATALOGO      PIC X(01).
          88 WSV-FIN-CATALOGO       VALUE 'S'.

       01 WSV-NOMBRE-HISTORICO     PIC X(30).

       01 WSV-SW-REPORTE           PIC X(01).
          88 WSV-REPORTE-ABIERTO    VALUE 'S'.

       01 WSV-SW-TABLA-LLENA       PIC X(01).
          88 WSV-TABLA-LLENA        VALUE 'S'.

       01 WSV-SW-FIN-CONSULTA      PIC X(01).
          88 WSV-FIN-CONSULTA       VALUE 'S'.

       01 WSV-DNI-X                PIC X(08).
       01 WSV-FECHA-PEDIDA-X       PIC X(08).
       01 WSV-FECHA-PEDIDA         PIC 9(08).

       01 WSV-CANT-MOVIMIENTOS     PIC 9(4) COMP VALUE 0.
       01 WSV-IDX-MOV              PIC 9(4) COMP.
       01 WSV-IDX-DESTINO          PIC 9(4) COMP.
       01 WSV-IDX-CAMPO            PIC 9(4) COMP.
       01 WSV-POS-ENCONTRADA       PIC 9(4) COMP.
       01 WSV-POS                  PIC 9(3).
       01 WSV-LARGO                PIC 9(3).

       01 WSV-CLAVE-NUEVA          PIC X(16).

      * Movimientos de la persona ordenados por fecha y hora.
       01 WSV-TABLA-MOVIMIENTOS.
           05 WSV-MOVIMIENTO OCCURS 500 TIMES.
               10 WSV-MOV-CLAVE.
                   15 WSV-MOV-FECHA   PIC 9(08).
                   15 WSV-MOV-HORA    PIC 9(08).
               10 WSV-MOV-OPERADOR    PIC X(10).
               10 WSV-MOV-ACCION      PIC X(01).
               10 WSV-MOV-ANTES       PIC X(138).
               10 WSV-MOV-DESPUES     PIC X(138).
               10 WSV-MOV-OPE-SOLICITA PIC X(10).

      * Posicion y largo de cada campo de PERSONA dentro de las
      * imagenes del diario, para comparar campo por campo.
       01 WSV-VALORES-CAMPOS.
           05 FILLER PIC X(23) VALUE 'PROVINCIA        009023'.
           05 FILLER PIC X(23) VALUE 'CIUDAD           032020'.
           05 FILLER PIC X(23) VALUE 'NOMBRE           052025'.
           05 FILLER PIC X(23) VALUE 'FECHA-NACIMIENTO 077008'.
           05 FILLER PIC X(23) VALUE 'DIRECCION        085030'.
           05 FILLER PIC X(23) VALUE 'TELEFONO         115015'.
           05 FILLER PIC X(23) VALUE 'ESTADO           130001'.
           05 FILLER PIC X(23) VALUE 'FECHA-ESTADO     131008'.
       01 WSV-TABLA-CAMPOS REDEFINES WSV-VALORES-CAMPOS.
           05 WSV-CAMPO OCCURS 8 TIMES.
               10 WSV-CAMPO-NOMBRE PIC X(17).
               10 WSV-CAMPO-POS    PIC 9(03).
               10 WSV-CAMPO-LARGO  PIC 9(03).

       01 WSV-IMAGEN               PIC X(138).
       01 WSV-IMAGEN-PREVIA        PIC X(138).

       01 WSV-HORA-AUX             PIC 9(08).
       01 WSV-HORA-PARTES REDEFINES WSV-HORA-AUX.
           05 WSV-HORA-HH          PIC X(02).
           05 WSV-HORA-MM          PIC X(02).
           05 WSV-HORA-SS          PIC X(02).
           05 WSV-HORA-CC          PIC X(02).

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(34) VALUE
              'HISTORIAL DE CAMBIOS DE LA PERSONA'.
           05 FILLER PIC X(6) VALUE ' DNI: '.
           05 WS-TIT-DNI PIC 9(08).

       01 WS-LINEA-MOVIMIENTO.
           05 WS-MOV-FECHA PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MOV-HH PIC X(02).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-MOV-MM PIC X(02).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-MOV-SS PIC X(02).
           05 FILLER PIC X(11) VALUE ' OPERADOR: '.
           05 WS-MOV-OPERADOR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-MOV-TIPO PIC X(20).
           05 WS-MOV-PEDIDO PIC X(13).
           05 WS-MOV-OPE-SOLICITA PIC X(10).

       01 WS-LINEA-CAMBIO.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-CAM-CAMPO PIC X(17).
           05 FILLER PIC X(2) VALUE ': '.
           05 WS-CAM-ANTES PIC X(30).
           05 FILLER PIC X(4) VALUE ' -> '.
           05 WS-CAM-DESPUES PIC X(30).

       01 WS-LINEA-CAMPO.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-CPO-CAMPO PIC X(17).
           05 FILLER PIC X(2) VALUE ': '.
           05 WS-CPO-VALOR PIC X(30).

       LINKAGE SECTION.
      * HIS-RESULTADO: 0 = historial mostrado, 4 = la persona no
      * tiene movimientos en el diario, 16 = no se pudo leer el diario.
       01 PARAMETROS-HISTORIAL.
           05 HIS-DNI              PIC 9(08).
           05 HIS-RESULTADO        PIC 9(02).

      *-----------------------
       PROCEDURE DIVISION USING PARAMETROS-HISTORIAL.
       00000-CONTROL.
           MOVE 0 TO HIS-RESULTADO
           MOVE 0 TO WSV-CANT-MOVIMIENTOS
           MOVE SPACES TO WSV-SW-TABLA-LLENA
           MOVE HIS-DNI TO WSV-DNI-X
           PERFORM 10000-CARGAR-DIARIO
           IF HIS-RESULTADO = 0
              PERFORM 11000-ABRIR-REPORTE
              PERFORM 20000-LISTAR-MOVIMIENTOS
              PERFORM 30000-CONSULTAR-FECHAS
              IF WSV-REPORTE-ABIERTO
                 CLOSE REPORTE
              END-IF
              DISPLAY "HISTORIAL GRABADO EN HISTORIALPERSONA"
           END-IF
           GOBACK.

      * Se toman los movimientos cuya imagen anterior o posterior
      * corresponde al DNI: el alta solo trae la posterior y la baja
      * solo la anterior. Los historicos del diario se leen antes que
      * el vivo: despues de una depuracion el alta y los cambios
      * viejos solo estan ahi.
       10000-CARGAR-DIARIO.
           PERFORM 10200-CARGAR-HISTORICOS
           OPEN INPUT DIARIO
           IF NOT WSS-FS-DIARIO-OK
              DISPLAY 'ERROR DE ARCHIVO DE DIARIO'
              DISPLAY 'FILE STATUS' WSS-FS-DIARIO
              MOVE 16 TO HIS-RESULTADO
           ELSE
              MOVE SPACES TO WSV-SW-FIN-DIARIO
              PERFORM UNTIL WSV-FIN-DIARIO
                  READ DIARIO
                      AT END
                          SET WSV-FIN-DIARIO TO TRUE
                      NOT AT END
                          IF DIA-IMAGEN-ANTES(1:8) = WSV-DNI-X
                             OR DIA-IMAGEN-DESPUES(1:8) = WSV-DNI-X
                              PERFORM 10100-INSERTAR-MOVIMIENTO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DIARIO
              IF WSV-CANT-MOVIMIENTOS = 0
                 DISPLAY "EL DNI " HIS-DNI " NO TIENE MOVIMIENTOS EN "
                    "EL DIARIO"
                 MOVE 4 TO HIS-RESULTADO
              END-IF
           END-IF.

      * Insercion ordenada por fecha y hora; a igual fecha y hora se
      * respeta el orden del diario.
       10100-INSERTAR-MOVIMIENTO.
           IF WSV-CANT-MOVIMIENTOS < 500
              MOVE DIA-FECHA TO WSV-CLAVE-NUEVA(1:8)
              MOVE DIA-HORA TO WSV-CLAVE-NUEVA(9:8)
              MOVE WSV-CANT-MOVIMIENTOS TO WSV-IDX-MOV
              PERFORM UNTIL WSV-IDX-MOV = 0
                    OR WSV-MOV-CLAVE(WSV-IDX-MOV) NOT > WSV-CLAVE-NUEVA
                  MOVE WSV-MOVIMIENTO(WSV-IDX-MOV)
                     TO WSV-MOVIMIENTO(WSV-IDX-MOV + 1)
                  SUBTRACT 1 FROM WSV-IDX-MOV
              END-PERFORM
              ADD 1 TO WSV-IDX-MOV GIVING WSV-IDX-DESTINO
              MOVE DIA-FECHA TO WSV-MOV-FECHA(WSV-IDX-DESTINO)
              MOVE DIA-HORA TO WSV-MOV-HORA(WSV-IDX-DESTINO)
              MOVE DIA-OPERADOR TO WSV-MOV-OPERADOR(WSV-IDX-DESTINO)
              MOVE DIA-ACCION TO WSV-MOV-ACCION(WSV-IDX-DESTINO)
              MOVE DIA-IMAGEN-ANTES TO WSV-MOV-ANTES(WSV-IDX-DESTINO)
              MOVE DIA-IMAGEN-DESPUES
                 TO WSV-MOV-DESPUES(WSV-IDX-DESTINO)
              MOVE DIA-OPE-SOLICITA
                 TO WSV-MOV-OPE-SOLICITA(WSV-IDX-DESTINO)
              ADD 1 TO WSV-CANT-MOVIMIENTOS
           ELSE
              IF NOT WSV-TABLA-LLENA
                 DISPLAY "LA PERSONA TIENE MAS DE 500 MOVIMIENTOS, "
                    "SE MUESTRAN LOS PRIMEROS 500"
                 SET WSV-TABLA-LLENA TO TRUE
              END-IF
           END-IF.

       10200-CARGAR-HISTORICOS.
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-OK
              MOVE SPACES TO WSV-SW-FIN-CATALOGO
              PERFORM UNTIL WSV-FIN-CATALOGO
                  READ CATALOGO
                      AT END
                          SET WSV-FIN-CATALOGO TO TRUE
                      NOT AT END
                          IF CAT-DIARIO
                              PERFORM 10300-LEER-DIARIO-HIST
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF.

       10300-LEER-DIARIO-HIST.
           MOVE CAT-ARCHIVO TO WSV-NOMBRE-HISTORICO
           OPEN INPUT DIARIO-HIST
           IF NOT WSS-FS-HISTORICO-OK
              DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR EL HISTORICO "
                 FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
                 ", EL HISTORIAL PUEDE ESTAR INCOMPLETO"
              DISPLAY 'FILE STATUS' WSS-FS-HISTORICO
           ELSE
              MOVE SPACES TO WSV-SW-FIN-DIARIO
              PERFORM UNTIL WSV-FIN-DIARIO
                  READ DIARIO-HIST INTO REG-DIARIO
                      AT END
                          SET WSV-FIN-DIARIO TO TRUE
                      NOT AT END
                          IF DIA-IMAGEN-ANTES(1:8) = WSV-DNI-X
                             OR DIA-IMAGEN-DESPUES(1:8) = WSV-DNI-X
                              PERFORM 10100-INSERTAR-MOVIMIENTO
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DIARIO-HIST
           END-IF.

       11000-ABRIR-REPORTE.
           MOVE SPACES TO WSV-SW-REPORTE
           OPEN OUTPUT REPORTE
           IF WSS-FS-REPORTE-OK
              SET WSV-REPORTE-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF
           MOVE HIS-DNI TO WS-TIT-DNI
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 13200-EMITIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 13200-EMITIR-LINEA.

      * Cada linea va a la pantalla y, si se pudo abrir, al reporte.
       13200-EMITIR-LINEA.
           DISPLAY FUNCTION TRIM(REG-REPORTE TRAILING)
           IF WSV-REPORTE-ABIERTO
              WRITE REG-REPORTE
              IF NOT WSS-FS-REPORTE-OK
                 DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
                 DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              END-IF
           END-IF.

       20000-LISTAR-MOVIMIENTOS.
           PERFORM VARYING WSV-IDX-MOV FROM 1 BY 1
                 UNTIL WSV-IDX-MOV > WSV-CANT-MOVIMIENTOS
               PERFORM 20100-LISTAR-MOVIMIENTO
           END-PERFORM.

      * Un alta muestra todos los datos cargados, una baja solo la
      * cabecera y una modificacion los campos que cambiaron; si el
      * que cambio fue el estado se informa como cambio de estado.
       20100-LISTAR-MOVIMIENTO.
           MOVE WSV-MOV-FECHA(WSV-IDX-MOV) TO WS-MOV-FECHA
           MOVE WSV-MOV-HORA(WSV-IDX-MOV) TO WSV-HORA-AUX
           MOVE WSV-HORA-HH TO WS-MOV-HH
           MOVE WSV-HORA-MM TO WS-MOV-MM
           MOVE WSV-HORA-SS TO WS-MOV-SS
           MOVE WSV-MOV-OPERADOR(WSV-IDX-MOV) TO WS-MOV-OPERADOR
           IF WSV-MOV-OPE-SOLICITA(WSV-IDX-MOV) = SPACES
              MOVE SPACES TO WS-MOV-PEDIDO
           ELSE
              MOVE ' PEDIDO POR: ' TO WS-MOV-PEDIDO
           END-IF
           MOVE WSV-MOV-OPE-SOLICITA(WSV-IDX-MOV)
              TO WS-MOV-OPE-SOLICITA
           MOVE WSV-MOV-ANTES(WSV-IDX-MOV) TO WSV-IMAGEN-PREVIA
           MOVE WSV-MOV-DESPUES(WSV-IDX-MOV) TO WSV-IMAGEN
           EVALUATE WSV-MOV-ACCION(WSV-IDX-MOV)
               WHEN 'A'
                   MOVE 'ALTA' TO WS-MOV-TIPO
               WHEN 'B'
                   MOVE 'BAJA' TO WS-MOV-TIPO
               WHEN OTHER
                   IF WSV-IMAGEN-PREVIA(130:9) NOT = WSV-IMAGEN(130:9)
                      MOVE 'CAMBIO DE ESTADO' TO WS-MOV-TIPO
                   ELSE
                      MOVE 'MODIFICACION' TO WS-MOV-TIPO
                   END-IF
           END-EVALUATE
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-EMITIR-LINEA
           MOVE WS-LINEA-MOVIMIENTO TO REG-REPORTE
           PERFORM 13200-EMITIR-LINEA
           IF WSV-MOV-ACCION(WSV-IDX-MOV) NOT = 'B'
              PERFORM VARYING WSV-IDX-CAMPO FROM 1 BY 1
                    UNTIL WSV-IDX-CAMPO > 8
                  PERFORM 20200-COMPARAR-CAMPO
              END-PERFORM
           END-IF.

       20200-COMPARAR-CAMPO.
           MOVE WSV-CAMPO-POS(WSV-IDX-CAMPO) TO WSV-POS
           MOVE WSV-CAMPO-LARGO(WSV-IDX-CAMPO) TO WSV-LARGO
           IF WSV-IMAGEN-PREVIA(WSV-POS:WSV-LARGO) NOT =
              WSV-IMAGEN(WSV-POS:WSV-LARGO)
               MOVE WSV-CAMPO-NOMBRE(WSV-IDX-CAMPO) TO WS-CAM-CAMPO
               MOVE WSV-IMAGEN-PREVIA(WSV-POS:WSV-LARGO)
                  TO WS-CAM-ANTES
               MOVE WSV-IMAGEN(WSV-POS:WSV-LARGO) TO WS-CAM-DESPUES
               MOVE WS-LINEA-CAMBIO TO REG-REPORTE
               PERFORM 13200-EMITIR-LINEA
           END-IF.

       30000-CONSULTAR-FECHAS.
           MOVE SPACES TO WSV-SW-FIN-CONSULTA
           PERFORM UNTIL WSV-FIN-CONSULTA
               DISPLAY "INGRESE UNA FECHA AAAAMMDD PARA VER COMO ERA "
                  "EL REGISTRO (BLANCO = TERMINAR)"
               ACCEPT WSV-FECHA-PEDIDA-X
               IF WSV-FECHA-PEDIDA-X = SPACES
                  SET WSV-FIN-CONSULTA TO TRUE
               ELSE
                  IF WSV-FECHA-PEDIDA-X NUMERIC
                     MOVE WSV-FECHA-PEDIDA-X TO WSV-FECHA-PEDIDA
                     PERFORM 30100-RECONSTRUIR-REGISTRO
                  ELSE
                     DISPLAY "FECHA INVALIDA, DEBE SER NUMERICA CON "
                        "FORMATO AAAAMMDD"
                  END-IF
               END-IF
           END-PERFORM.

      * El registro a una fecha es la imagen posterior del ultimo
      * movimiento de ese dia o anterior. Si no hay ninguno, es la
      * imagen anterior del primer movimiento, salvo que ese primer
      * movimiento sea el alta.
       30100-RECONSTRUIR-REGISTRO.
           MOVE 0 TO WSV-POS-ENCONTRADA
           PERFORM VARYING WSV-IDX-MOV FROM 1 BY 1
                 UNTIL WSV-IDX-MOV > WSV-CANT-MOVIMIENTOS
               IF WSV-MOV-FECHA(WSV-IDX-MOV) NOT > WSV-FECHA-PEDIDA
                  MOVE WSV-IDX-MOV TO WSV-POS-ENCONTRADA
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-EMITIR-LINEA
           MOVE 'REGISTRO AL DIA ' TO REG-REPORTE
           MOVE WSV-FECHA-PEDIDA-X TO REG-REPORTE(17:8)
           PERFORM 13200-EMITIR-LINEA
           IF WSV-POS-ENCONTRADA = 0
              IF WSV-MOV-ACCION(1) = 'A'
                 MOVE 'LA PERSONA TODAVIA NO EXISTIA; ALTA DEL DIA '
                    TO REG-REPORTE
                 MOVE WSV-MOV-FECHA(1) TO REG-REPORTE(45:8)
                 PERFORM 13200-EMITIR-LINEA
              ELSE
                 MOVE 'ANTERIOR AL PRIMER MOVIMIENTO DEL DIARIO'
                    TO REG-REPORTE
                 PERFORM 13200-EMITIR-LINEA
                 MOVE WSV-MOV-ANTES(1) TO WSV-IMAGEN
                 PERFORM 30200-MOSTRAR-IMAGEN
              END-IF
           ELSE
              IF WSV-MOV-ACCION(WSV-POS-ENCONTRADA) = 'B'
                 MOVE 'LA PERSONA ESTABA DADA DE BAJA DESDE EL DIA '
                    TO REG-REPORTE
                 MOVE WSV-MOV-FECHA(WSV-POS-ENCONTRADA)
                    TO REG-REPORTE(45:8)
                 PERFORM 13200-EMITIR-LINEA
              ELSE
                 MOVE WSV-MOV-DESPUES(WSV-POS-ENCONTRADA)
                    TO WSV-IMAGEN
                 PERFORM 30200-MOSTRAR-IMAGEN
              END-IF
           END-IF.

       30200-MOSTRAR-IMAGEN.
           PERFORM VARYING WSV-IDX-CAMPO FROM 1 BY 1
                 UNTIL WSV-IDX-CAMPO > 8
               MOVE WSV-CAMPO-POS(WSV-IDX-CAMPO) TO WSV-POS
               MOVE WSV-CAMPO-LARGO(WSV-IDX-CAMPO) TO WSV-LARGO
               MOVE WSV-CAMPO-NOMBRE(WSV-IDX-CAMPO) TO WS-CPO-CAMPO
               MOVE WSV-IMAGEN(WSV-POS:WSV-LARGO) TO WS-CPO-VALOR
               MOVE WS-LINEA-CAMPO TO REG-REPORTE
               PERFORM 13200-EMITIR-LINEA
           END-PERFORM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
