      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013C4.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Cierre forzado de sesiones interactivas. Cuando una terminal
      * se cae EJE013A1 no llega a grabar el fin de sesion 'F' en
      * SESIONESPERSONAS y la cadena de fin de dia EJE013B3 no
      * arranca porque ve la sesion abierta. Un supervisor (operador
      * con permiso de aprobacion) lista las sesiones abiertas y
      * cierra las que quedaron colgadas; cada cierre se agrega a
      * SESIONESPERSONAS como tipo 'C' con el codigo del supervisor.
      * Si CONTROLSISTEMA quedo no disponible porque el proceso que
      * lo tomo (la cadena, la depuracion o la retencion) se cayo
      * sin liberarlo, el supervisor tambien lo puede liberar.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPERADORES        ASSIGN TO DISK 'OPERADORES'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-OPERADORES.

       SELECT SESIONES          ASSIGN TO DISK 'SESIONESPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-SESIONES.

       SELECT CONTROL-SISTEMA   ASSIGN TO DISK 'CONTROLSISTEMA'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CTLSISTEMA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-CODIGO      PIC X(10).
           05 OPE-NOMBRE      PIC X(30).
           05 OPE-ACTIVO      PIC X(01).
           05 OPE-PERM-ALTA   PIC X(01).
           05 OPE-PERM-MODIF  PIC X(01).
           05 OPE-PERM-ELIM   PIC X(01).
           05 OPE-PERM-LISTA  PIC X(01).
           05 OPE-CLAVE       PIC X(10).
           05 OPE-VENC-CLAVE  PIC 9(08).
           05 OPE-INTENTOS    PIC 9(01).
           05 OPE-PERM-APROB  PIC X(01).

      * Mismo layout que graba EJE013A1: 'I' al entrar, 'F' al salir
      * y 'C' cuando se cierra desde aca.
       FD SESIONES.
       01 REG-SESION.
           05 SES-OPERADOR    PIC X(10).
           05 SES-TIPO        PIC X(01).
              88 SES-INICIO      VALUE 'I'.
              88 SES-FIN         VALUE 'F'.
              88 SES-CIERRE-FORZADO VALUE 'C'.
           05 SES-FECHA       PIC 9(08).
           05 SES-HORA        PIC 9(08).
           05 SES-OPE-CIERRA  PIC X(10).

       FD CONTROL-SISTEMA.
       01 REG-CONTROL-SISTEMA.
           05 CSI-ESTADO      PIC X(01).
              88 CSI-NO-DISPONIBLE VALUE 'N'.
           05 CSI-FECHA       PIC 9(08).
           05 CSI-HORA        PIC 9(08).
           05 CSI-MOTIVO      PIC X(40).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-OPERADORES        PIC X(02).
          88 WSS-FS-OPERADORES-OK   VALUE '00'.

       01 WSS-FS-SESIONES          PIC X(02).
          88 WSS-FS-SESIONES-OK     VALUE '00'.
          88 WSS-FS-SESIONES-NOEXISTE VALUE '35'.

       01 WSS-FS-CTLSISTEMA        PIC X(02).
          88 WSS-FS-CTLSISTEMA-OK   VALUE '00'.

       01 WSV-SW-FIN-OPERADORES    PIC X(01) VALUE 'N'.
          88 WSV-FIN-OPERADORES     VALUE 'S'.

       01 WSV-SW-FIN-SESIONES      PIC X(01).
          88 WSV-FIN-SESIONES       VALUE 'S'.

       01 WSV-SW-FIN               PIC X(01) VALUE 'N'.
          88 WSV-FIN                VALUE 'S'.

       01 WSV-SW-OPERADOR          PIC X(01) VALUE 'N'.
          88 WSV-OPERADOR-VALIDO    VALUE 'S'.
          88 WSV-OPERADOR-INVALIDO  VALUE 'N'.

       01 WSV-OPERADOR             PIC X(10).
       01 WSV-CLAVE-INGRESADA      PIC X(10).
       01 WSV-RESPUESTA            PIC X(04).
       01 WSV-CONFIRMACION         PIC X(01).
          88 WSV-CONFIRMO-SI        VALUE 'S' 's'.
       01 WSV-NRO-SESION           PIC 9(04).
       01 WSV-NRO-ED               PIC ZZ9.

       01 WSV-CONT-CERRADAS        PIC 9(6) VALUE 0.

       01 WSV-BLOQUEO-ACTUAL.
           05 WSV-BLQ-ESTADO       PIC X(01).
           05 WSV-BLQ-FECHA        PIC 9(08).
           05 WSV-BLQ-HORA         PIC 9(08).
           05 WSV-BLQ-MOTIVO       PIC X(40).

      * Sesiones abiertas por operador: cada 'I' suma, cada 'F'
      * resta y un cierre forzado 'C' deja al operador sin sesiones.
       01 WSV-CANT-OPE-SESION      PIC 9(4) COMP VALUE 0.
       01 WSV-CANT-ABIERTAS        PIC 9(4) COMP VALUE 0.
       01 WSV-IDX-SES              PIC 9(4) COMP.
       01 WSV-POS-SES              PIC 9(4) COMP.
       01 WSV-TABLA-SESIONES.
           05 WSV-SESION-ITEM OCCURS 200 TIMES.
               10 WSV-SES-OPERADOR     PIC X(10).
               10 WSV-SES-ABIERTAS     PIC 9(03).
               10 WSV-SES-FECHA        PIC 9(08).
               10 WSV-SES-HORA         PIC 9(08).

      * Subindice en WSV-TABLA-SESIONES de cada sesion listada.
       01 WSV-TABLA-LISTADAS.
           05 WSV-LIS-POS OCCURS 200 TIMES PIC 9(4) COMP.

       01 WS-DETALLE-SESION.
           05 WS-SES-NRO PIC ZZ9.
           05 FILLER PIC X(12) VALUE ') OPERADOR: '.
           05 WS-SES-OPERADOR PIC X(10).
           05 FILLER PIC X(16) VALUE ' ABIERTA DESDE: '.
           05 WS-SES-FECHA PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SES-HH PIC X(02).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-SES-MM PIC X(02).
           05 FILLER PIC X(11) VALUE ' SESIONES: '.
           05 WS-SES-CANT PIC ZZ9.

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           PERFORM 10000-IDENTIFICAR-SUPERVISOR
           PERFORM 15000-VERIFICAR-BLOQUEO
           PERFORM UNTIL WSV-FIN
               PERFORM 20000-CARGAR-SESIONES
               IF WSV-CANT-ABIERTAS = 0
                  DISPLAY "NO HAY SESIONES ABIERTAS"
                  SET WSV-FIN TO TRUE
               ELSE
                  PERFORM 30000-ELEGIR-SESION
               END-IF
           END-PERFORM
           DISPLAY "SESIONES CERRADAS: " WSV-CONT-CERRADAS
           STOP RUN.

      * Misma regla que EJE013B7: sin archivo OPERADORES se acepta
      * cualquier codigo; con archivo, el operador debe estar activo,
      * tener permiso de aprobacion (supervisor) y dar su clave si la
      * tiene. No se cuentan intentos fallidos: se cancela.
       10000-IDENTIFICAR-SUPERVISOR.
           DISPLAY "INGRESE CODIGO DE SUPERVISOR"
           ACCEPT WSV-OPERADOR
           OPEN INPUT OPERADORES
           IF NOT WSS-FS-OPERADORES-OK
              DISPLAY "ADVERTENCIA: NO SE ENCONTRO EL ARCHIVO "
                 "OPERADORES, SE ACEPTA CUALQUIER OPERADOR"
              SET WSV-OPERADOR-VALIDO TO TRUE
           ELSE
              PERFORM UNTIL WSV-FIN-OPERADORES
                  READ OPERADORES
                      AT END
                          SET WSV-FIN-OPERADORES TO TRUE
                      NOT AT END
                          IF OPE-CODIGO = WSV-OPERADOR
                             AND OPE-ACTIVO = 'S'
                              SET WSV-FIN-OPERADORES TO TRUE
                              PERFORM 10100-VERIFICAR-SUPERVISOR
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF
           IF WSV-OPERADOR-INVALIDO
              DISPLAY "OPERADOR NO HABILITADO PARA CERRAR SESIONES"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       10100-VERIFICAR-SUPERVISOR.
           IF OPE-PERM-APROB NOT = 'S'
              DISPLAY "EL OPERADOR NO ES SUPERVISOR"
           ELSE
            IF OPE-INTENTOS NUMERIC AND OPE-INTENTOS >= 3
              DISPLAY "OPERADOR BLOQUEADO POR INTENTOS FALLIDOS"
            ELSE
             IF OPE-CLAVE = SPACES
                SET WSV-OPERADOR-VALIDO TO TRUE
             ELSE
                DISPLAY "INGRESE LA CLAVE"
                ACCEPT WSV-CLAVE-INGRESADA
                IF WSV-CLAVE-INGRESADA = OPE-CLAVE
                   SET WSV-OPERADOR-VALIDO TO TRUE
                ELSE
                   DISPLAY "CLAVE INCORRECTA"
                END-IF
             END-IF
            END-IF
           END-IF.

      * Un bloqueo solo se libera a mano cuando el proceso que lo
      * tomo ya no esta corriendo; si sigue vivo, liberarlo dejaria
      * entrar sesiones mientras reescribe los archivos.
       15000-VERIFICAR-BLOQUEO.
           MOVE SPACES TO WSV-BLOQUEO-ACTUAL
           OPEN INPUT CONTROL-SISTEMA
           IF WSS-FS-CTLSISTEMA-OK
              READ CONTROL-SISTEMA
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE REG-CONTROL-SISTEMA TO WSV-BLOQUEO-ACTUAL
              END-READ
              CLOSE CONTROL-SISTEMA
           END-IF
           IF WSV-BLQ-ESTADO = 'N'
              DISPLAY "EL SISTEMA ESTA NO DISPONIBLE DESDE "
                 WSV-BLQ-FECHA " " WSV-BLQ-HORA
              DISPLAY "TOMADO POR: " WSV-BLQ-MOTIVO
              DISPLAY "VERIFIQUE QUE ESE PROCESO NO ESTE CORRIENDO"
              DISPLAY "LIBERA EL BLOQUEO? (S/N)"
              ACCEPT WSV-CONFIRMACION
              IF WSV-CONFIRMO-SI
                 PERFORM 15100-LIBERAR-BLOQUEO
              ELSE
                 DISPLAY "EL BLOQUEO SE MANTIENE"
              END-IF
           END-IF.

       15100-LIBERAR-BLOQUEO.
           OPEN OUTPUT CONTROL-SISTEMA
           IF NOT WSS-FS-CTLSISTEMA-OK
              DISPLAY 'ERROR DE ARCHIVO DE CONTROL DE SISTEMA'
              DISPLAY 'FILE STATUS' WSS-FS-CTLSISTEMA
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'D' TO CSI-ESTADO
              ACCEPT CSI-FECHA FROM DATE YYYYMMDD
              ACCEPT CSI-HORA FROM TIME
              MOVE SPACES TO CSI-MOTIVO
              STRING 'LIBERADO POR SUPERVISOR ' WSV-OPERADOR
                 DELIMITED BY SIZE INTO CSI-MOTIVO
              END-STRING
              WRITE REG-CONTROL-SISTEMA
              IF WSS-FS-CTLSISTEMA-OK
                 DISPLAY "BLOQUEO LIBERADO"
              ELSE
                 DISPLAY 'ERROR DE ARCHIVO DE CONTROL DE SISTEMA'
                 DISPLAY 'FILE STATUS' WSS-FS-CTLSISTEMA
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE CONTROL-SISTEMA
           END-IF.

      * Igual que la verificacion de sesiones de EJE013B3.
       20000-CARGAR-SESIONES.
           MOVE 0 TO WSV-CANT-OPE-SESION
           MOVE 0 TO WSV-CANT-ABIERTAS
           OPEN INPUT SESIONES
           IF WSS-FS-SESIONES-OK
              MOVE SPACES TO WSV-SW-FIN-SESIONES
              PERFORM UNTIL WSV-FIN-SESIONES
                  READ SESIONES
                      AT END
                          SET WSV-FIN-SESIONES TO TRUE
                      NOT AT END
                          PERFORM 20100-CONTAR-SESION
                  END-READ
              END-PERFORM
              CLOSE SESIONES
           ELSE
              IF NOT WSS-FS-SESIONES-NOEXISTE
                 DISPLAY 'ERROR DE ARCHIVO DE SESIONES'
                 DISPLAY 'FILE STATUS' WSS-FS-SESIONES
              END-IF
           END-IF
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-OPE-SESION
               IF WSV-SES-ABIERTAS(WSV-IDX-SES) > 0
                  ADD 1 TO WSV-CANT-ABIERTAS
                  MOVE WSV-IDX-SES TO WSV-LIS-POS(WSV-CANT-ABIERTAS)
               END-IF
           END-PERFORM.

       20100-CONTAR-SESION.
           MOVE 0 TO WSV-POS-SES
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-OPE-SESION
                    OR WSV-POS-SES > 0
               IF WSV-SES-OPERADOR(WSV-IDX-SES) = SES-OPERADOR
                  MOVE WSV-IDX-SES TO WSV-POS-SES
               END-IF
           END-PERFORM
           IF WSV-POS-SES = 0 AND WSV-CANT-OPE-SESION < 200
              ADD 1 TO WSV-CANT-OPE-SESION
              MOVE WSV-CANT-OPE-SESION TO WSV-POS-SES
              MOVE SES-OPERADOR TO WSV-SES-OPERADOR(WSV-POS-SES)
              MOVE 0 TO WSV-SES-ABIERTAS(WSV-POS-SES)
              MOVE 0 TO WSV-SES-FECHA(WSV-POS-SES)
              MOVE 0 TO WSV-SES-HORA(WSV-POS-SES)
           END-IF
           IF WSV-POS-SES > 0
              EVALUATE TRUE
                  WHEN SES-INICIO
                      ADD 1 TO WSV-SES-ABIERTAS(WSV-POS-SES)
                      MOVE SES-FECHA TO WSV-SES-FECHA(WSV-POS-SES)
                      MOVE SES-HORA TO WSV-SES-HORA(WSV-POS-SES)
                  WHEN SES-FIN
                      IF WSV-SES-ABIERTAS(WSV-POS-SES) > 0
                         SUBTRACT 1 FROM WSV-SES-ABIERTAS(WSV-POS-SES)
                      END-IF
                  WHEN SES-CIERRE-FORZADO
                      MOVE 0 TO WSV-SES-ABIERTAS(WSV-POS-SES)
              END-EVALUATE
           END-IF.

       30000-ELEGIR-SESION.
           DISPLAY " "
           DISPLAY "SESIONES ABIERTAS"
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-ABIERTAS
               MOVE WSV-LIS-POS(WSV-IDX-SES) TO WSV-POS-SES
               MOVE WSV-IDX-SES TO WS-SES-NRO
               MOVE WSV-SES-OPERADOR(WSV-POS-SES) TO WS-SES-OPERADOR
               MOVE WSV-SES-FECHA(WSV-POS-SES) TO WS-SES-FECHA
               MOVE WSV-SES-HORA(WSV-POS-SES)(1:2) TO WS-SES-HH
               MOVE WSV-SES-HORA(WSV-POS-SES)(3:2) TO WS-SES-MM
               MOVE WSV-SES-ABIERTAS(WSV-POS-SES) TO WS-SES-CANT
               DISPLAY WS-DETALLE-SESION
           END-PERFORM
           DISPLAY "INGRESE NRO DE LA SESION A CERRAR (BLANCO = "
              "SALIR)"
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA = SPACES
              SET WSV-FIN TO TRUE
           ELSE
              IF FUNCTION TRIM(WSV-RESPUESTA) NUMERIC
                 COMPUTE WSV-NRO-SESION =
                    FUNCTION NUMVAL(WSV-RESPUESTA)
                 IF WSV-NRO-SESION >= 1
                    AND WSV-NRO-SESION <= WSV-CANT-ABIERTAS
                     MOVE WSV-LIS-POS(WSV-NRO-SESION) TO WSV-POS-SES
                     PERFORM 31000-CERRAR-SESION
                 ELSE
                    DISPLAY "NUMERO FUERA DE RANGO"
                 END-IF
              ELSE
                 DISPLAY "RESPUESTA INVALIDA"
              END-IF
           END-IF.

      * El cierre vale para todas las sesiones abiertas del operador.
      * Si en realidad sigue trabajando, su 'F' posterior no hace
      * dano: la cuenta no baja de cero.
       31000-CERRAR-SESION.
           DISPLAY "VERIFIQUE QUE " WSV-SES-OPERADOR(WSV-POS-SES)
              " NO ESTE TRABAJANDO EN UNA TERMINAL"
           DISPLAY "CONFIRMA EL CIERRE FORZADO? (S/N)"
           ACCEPT WSV-CONFIRMACION
           IF NOT WSV-CONFIRMO-SI
              DISPLAY "CIERRE CANCELADO"
           ELSE
              OPEN EXTEND SESIONES
              IF WSS-FS-SESIONES-NOEXISTE
                 OPEN OUTPUT SESIONES
                 CLOSE SESIONES
                 OPEN EXTEND SESIONES
              END-IF
              IF NOT WSS-FS-SESIONES-OK
                 DISPLAY 'ERROR DE ARCHIVO DE SESIONES'
                 DISPLAY 'FILE STATUS' WSS-FS-SESIONES
                 MOVE 8 TO RETURN-CODE
                 SET WSV-FIN TO TRUE
              ELSE
                 MOVE WSV-SES-OPERADOR(WSV-POS-SES) TO SES-OPERADOR
                 SET SES-CIERRE-FORZADO TO TRUE
                 ACCEPT SES-FECHA FROM DATE YYYYMMDD
                 ACCEPT SES-HORA FROM TIME
                 MOVE WSV-OPERADOR TO SES-OPE-CIERRA
                 WRITE REG-SESION
                 IF WSS-FS-SESIONES-OK
                    ADD 1 TO WSV-CONT-CERRADAS
                    DISPLAY "SESION DE " SES-OPERADOR " CERRADA"
                 ELSE
                    DISPLAY 'ERROR DE ARCHIVO DE SESIONES'
                    DISPLAY 'FILE STATUS' WSS-FS-SESIONES
                    MOVE 8 TO RETURN-CODE
                    SET WSV-FIN TO TRUE
                 END-IF
                 CLOSE SESIONES
              END-IF
           END-IF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
