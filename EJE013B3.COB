      * (EJE013A1), el listado (EJE013A2) y la exportacion
      * (EJE013A3), corta la cadena ante el primer codigo de retorno
      * mayor a 4 y deja constancia de cada paso en RUNLOGPERSONAS.
      * Antes de la carga verifica el archivo de la sucursal con el
      * control de ingreso EJE013B8.
      * Mientras corre deja el sistema no disponible en CONTROLSISTEMA
      * (EJE013A1 rechaza las sesiones interactivas) y no arranca
      * mientras haya sesiones abiertas en SESIONESPERSONAS: espera
      * hasta ESPERASESIONES minutos (por omision no espera) y si
      * siguen abiertas no se lanza, informando los operadores. Las
      * sesiones colgadas por una terminal caida las cierra un
      * supervisor con EJE013C4.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT ESTADISTICAS      ASSIGN TO DISK 'ESTADISTICASPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-ESTADIST.

       SELECT SESIONES          ASSIGN TO DISK 'SESIONESPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-SESIONES.

       SELECT CONTROL-SISTEMA   ASSIGN TO DISK 'CONTROLSISTEMA'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CTLSISTEMA.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 EST-PASOS       PIC 9(02).
           05 EST-RC          PIC 9(04).

      * Mismo layout que graba EJE013A1: 'I' al entrar, 'F' al salir
      * y 'C' cuando un supervisor la cierra con EJE013C4.
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

      * Disponibilidad del sistema para EJE013A1: 'N' mientras corre
      * la cadena, 'D' cuando termina.
       FD CONTROL-SISTEMA.
       01 REG-CONTROL-SISTEMA.
           05 CSI-ESTADO      PIC X(01).
              88 CSI-NO-DISPONIBLE VALUE 'N'.
           05 CSI-FECHA       PIC 9(08).
           05 CSI-HORA        PIC 9(08).
           05 CSI-MOTIVO      PIC X(40).

      *-----------------------
       WORKING-STORAGE SECTION.


       01 WSV-TEXTO-LOG            PIC X(70).

       01 WSS-FS-SESIONES          PIC X(02).
          88 WSS-FS-SESIONES-OK     VALUE '00'.

       01 WSS-FS-CTLSISTEMA        PIC X(02).
          88 WSS-FS-CTLSISTEMA-OK   VALUE '00'.

       01 WSV-SW-FIN-SESIONES      PIC X(01).
          88 WSV-FIN-SESIONES       VALUE 'S'.

       01 WSV-SW-BLOQUEO           PIC X(01) VALUE 'N'.
          88 WSV-SISTEMA-BLOQUEADO  VALUE 'S'.

       01 WSV-ESTADO-SISTEMA       PIC X(01).
       01 WSV-BLOQUEO-ACTUAL.
           05 WSV-BLQ-FECHA        PIC 9(08).
           05 WSV-BLQ-HORA         PIC 9(08).
           05 WSV-BLQ-MOTIVO       PIC X(40).
       01 WSV-ESPERA-PARAM         PIC X(03).
       01 WSV-MINUTOS-ESPERA       PIC 9(03) VALUE 0.
       01 WSV-MINUTOS-ESPERADOS    PIC 9(03) VALUE 0.
       01 WSV-SEGUNDOS-PAUSA       PIC 9(04) VALUE 60.

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

       01 WS-DETALLE-SESION.
           05 FILLER PIC X(15) VALUE 'SESION ABIERTA '.
           05 WS-SES-OPERADOR PIC X(10).
           05 FILLER PIC X(7) VALUE ' DESDE '.
           05 WS-SES-FECHA PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SES-HH PIC X(02).
           05 FILLER PIC X(1) VALUE ':'.
           05 WS-SES-MM PIC X(02).
           05 FILLER PIC X(2) VALUE ' ('.
           05 WS-SES-CANT PIC ZZ9.
           05 FILLER PIC X(1) VALUE ')'.

      * Parametros del control de ingreso EJE013B8.
       01 WSV-PARAMETROS-INGRESO.
           05 WSV-ING-ARCHIVO      PIC X(30).
           05 WSV-ING-ACCION       PIC X(01).
           05 WSV-ING-RESULTADO    PIC 9(02).
              88 WSV-ING-RECHAZADO  VALUE 16.
           05 WSV-ING-MENSAJE      PIC X(70).

       01 WS-DETALLE-FIN.
           05 FILLER PIC X(9) VALUE 'FIN PASO '.
           05 WS-FIN-PASO PIC 9(1).
           IF NOT WSV-CORRIDA-SALTEADA AND WSV-RC-MAXIMO < 5
              PERFORM 11000-VERIFICAR-TRANSACCIONES
           END-IF
           IF NOT WSV-CORRIDA-SALTEADA AND WSV-RC-MAXIMO < 5
              PERFORM 12000-BLOQUEAR-SISTEMA
           END-IF
           IF NOT WSV-CORRIDA-SALTEADA AND WSV-RC-MAXIMO < 5
              MOVE 'E' TO WSV-ESTADO-FECHA
              PERFORM 10800-GRABAR-CONTROL-FECHA
                      TO WSV-TEXTO-LOG
           END-EVALUATE
           PERFORM 40000-GRABAR-LOG
           IF WSV-SISTEMA-BLOQUEADO
              PERFORM 12900-DESBLOQUEAR-SISTEMA
           END-IF
           CLOSE RUNLOG
           IF WSV-PASOS-EJECUTADOS > 0
              PERFORM 45000-GRABAR-ESTADISTICA

      * Sin archivo de transacciones EJE013A1 arrancaria en modo
      * interactivo y la cadena quedaria esperando un operador en la
      * consola: mejor cortar aca con un mensaje claro. Con archivo
      * presente se corre el control de ingreso de EJE013B8 (totales
      * del registro final y secuencia de la sucursal) y un archivo
      * rechazado tambien corta la cadena antes de la carga.
       11000-VERIFICAR-TRANSACCIONES.
           ACCEPT WSV-ARCHIVO-TRANS FROM ENVIRONMENT "ARCHTRANS"
           IF WSV-ARCHIVO-TRANS = SPACES
           OPEN INPUT TRANSACCIONES
           IF WSS-FS-TRANS-OK
              CLOSE TRANSACCIONES
              PERFORM 11100-CONTROLAR-INGRESO
           ELSE
              MOVE 'NO HAY TRANSACCIONES, NO SE LANZA LA CADENA'
                 TO WSV-TEXTO-LOG
              MOVE 16 TO WSV-RC-MAXIMO
           END-IF.

       11100-CONTROLAR-INGRESO.
           MOVE WSV-ARCHIVO-TRANS TO WSV-ING-ARCHIVO
           MOVE 'V' TO WSV-ING-ACCION
           CALL 'EJE013B8' USING WSV-PARAMETROS-INGRESO
           IF WSV-ING-MENSAJE NOT = SPACES
              MOVE WSV-ING-MENSAJE TO WSV-TEXTO-LOG
              PERFORM 40000-GRABAR-LOG
           END-IF
           IF WSV-ING-RECHAZADO
              MOVE 'ARCHIVO RECHAZADO EN EL CONTROL DE INGRESO, NO SE '
                 TO WSV-TEXTO-LOG
              MOVE 'LANZA LA CADENA' TO WSV-TEXTO-LOG(51:15)
              PERFORM 40000-GRABAR-LOG
              DISPLAY 'EL ARCHIVO ' WSV-ARCHIVO-TRANS ' NO PASO EL '
                 'CONTROL DE INGRESO: ' WSV-ING-MENSAJE
              MOVE 16 TO WSV-RC-MAXIMO
           ELSE
              IF WSV-ING-RESULTADO > WSV-RC-MAXIMO
                 MOVE WSV-ING-RESULTADO TO WSV-RC-MAXIMO
              END-IF
           END-IF.

      * Si el sistema ya esta no disponible otro proceso lo tiene
      * tomado (por ejemplo la depuracion EJE013C6 reescribiendo el
      * diario) y la cadena no se lanza ni toca el bloqueo ajeno. El
      * unico bloqueo que se retoma es el que dejo una corrida de la
      * cadena que se cayo, cuando el reproceso esta autorizado. La
      * caida pudo ser de otro dia, asi que REPROCESO se lee aca
      * cualquiera sea la fecha registrada en CONTROLFECHAPROC. Un
      * bloqueo ajeno colgado lo libera un supervisor con EJE013C4.
       12000-BLOQUEAR-SISTEMA.
           MOVE SPACES TO WSV-ESTADO-SISTEMA
           ACCEPT WSV-REPROCESO FROM ENVIRONMENT "REPROCESO"
           OPEN INPUT CONTROL-SISTEMA
           IF WSS-FS-CTLSISTEMA-OK
              READ CONTROL-SISTEMA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CSI-NO-DISPONIBLE
                       MOVE CSI-ESTADO TO WSV-ESTADO-SISTEMA
                       MOVE CSI-FECHA TO WSV-BLQ-FECHA
                       MOVE CSI-HORA TO WSV-BLQ-HORA
                       MOVE CSI-MOTIVO TO WSV-BLQ-MOTIVO
                    END-IF
              END-READ
              CLOSE CONTROL-SISTEMA
           END-IF
           IF WSV-ESTADO-SISTEMA = 'N'
              AND WSV-BLQ-MOTIVO = 'CADENA DE FIN DE DIA EJE013B3'
              AND WSV-REPROCESO = 'S'
               MOVE 'SE RETOMA EL BLOQUEO DE UNA CORRIDA ANTERIOR'
                  TO WSV-TEXTO-LOG
               PERFORM 40000-GRABAR-LOG
               MOVE SPACES TO WSV-ESTADO-SISTEMA
           END-IF
           IF WSV-ESTADO-SISTEMA = 'N'
              MOVE 'SISTEMA TOMADO POR: ' TO WSV-TEXTO-LOG
              MOVE WSV-BLQ-MOTIVO TO WSV-TEXTO-LOG(21:40)
              PERFORM 40000-GRABAR-LOG
              MOVE 'SISTEMA YA NO DISPONIBLE, NO SE LANZA LA CADENA'
                 TO WSV-TEXTO-LOG
              PERFORM 40000-GRABAR-LOG
              DISPLAY 'EL SISTEMA YA ESTA NO DISPONIBLE DESDE '
                 WSV-BLQ-FECHA ' ' WSV-BLQ-HORA ': ' WSV-BLQ-MOTIVO
              DISPLAY 'NO SE LANZA LA CADENA'
              MOVE 16 TO WSV-RC-MAXIMO
           ELSE
              PERFORM 12050-TOMAR-SISTEMA
           END-IF.

      * El sistema se marca no disponible antes de mirar las
      * sesiones, asi nadie mas entra mientras se espera que salgan
      * los que estan trabajando. Si no salen se libera y la cadena
      * no se lanza.
       12050-TOMAR-SISTEMA.
           MOVE 'N' TO WSV-ESTADO-SISTEMA
           PERFORM 12800-GRABAR-CONTROL-SISTEMA
           SET WSV-SISTEMA-BLOQUEADO TO TRUE
           MOVE 'SISTEMA NO DISPONIBLE PARA SESIONES INTERACTIVAS'
              TO WSV-TEXTO-LOG
           PERFORM 40000-GRABAR-LOG
           PERFORM 12100-VERIFICAR-SESIONES
           IF WSV-CANT-ABIERTAS > 0
              PERFORM 12200-INFORMAR-SESIONES
              ACCEPT WSV-ESPERA-PARAM FROM ENVIRONMENT
                 "ESPERASESIONES"
              IF WSV-ESPERA-PARAM NOT = SPACES
                 AND FUNCTION TRIM(WSV-ESPERA-PARAM) NUMERIC
                  COMPUTE WSV-MINUTOS-ESPERA =
                     FUNCTION NUMVAL(WSV-ESPERA-PARAM)
              END-IF
              IF WSV-MINUTOS-ESPERA > 0
                 MOVE 'SE ESPERA QUE CIERREN LAS SESIONES ABIERTAS, '
                    TO WSV-TEXTO-LOG
                 MOVE 'MINUTOS: ' TO WSV-TEXTO-LOG(46:9)
                 MOVE WSV-MINUTOS-ESPERA TO WSV-TEXTO-LOG(55:3)
                 PERFORM 40000-GRABAR-LOG
                 DISPLAY 'HAY SESIONES ABIERTAS, SE ESPERA HASTA '
                    WSV-MINUTOS-ESPERA ' MINUTOS'
                 PERFORM UNTIL WSV-CANT-ABIERTAS = 0
                       OR WSV-MINUTOS-ESPERADOS >= WSV-MINUTOS-ESPERA
                     CALL 'C$SLEEP' USING WSV-SEGUNDOS-PAUSA
                     ADD 1 TO WSV-MINUTOS-ESPERADOS
                     PERFORM 12100-VERIFICAR-SESIONES
                 END-PERFORM
              END-IF
              IF WSV-CANT-ABIERTAS > 0
                 IF WSV-MINUTOS-ESPERA > 0
                    PERFORM 12200-INFORMAR-SESIONES
                 END-IF
                 MOVE 'HAY SESIONES INTERACTIVAS ABIERTAS, NO SE LANZA '
                    TO WSV-TEXTO-LOG
                 MOVE 'LA CADENA' TO WSV-TEXTO-LOG(49:9)
                 PERFORM 40000-GRABAR-LOG
                 DISPLAY 'HAY ' WSV-CANT-ABIERTAS ' OPERADORES CON '
                    'SESION ABIERTA, NO SE LANZA LA CADENA'
                 MOVE 16 TO WSV-RC-MAXIMO
              ELSE
                 MOVE 'SESIONES CERRADAS, CONTINUA LA CADENA'
                    TO WSV-TEXTO-LOG
                 PERFORM 40000-GRABAR-LOG
              END-IF
           END-IF.

      * Recorre SESIONESPERSONAS y deja en WSV-CANT-ABIERTAS la
      * cantidad de operadores que tienen alguna sesion sin cerrar.
       12100-VERIFICAR-SESIONES.
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
                          PERFORM 12110-CONTAR-SESION
                  END-READ
              END-PERFORM
              CLOSE SESIONES
           END-IF
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-OPE-SESION
               IF WSV-SES-ABIERTAS(WSV-IDX-SES) > 0
                  ADD 1 TO WSV-CANT-ABIERTAS
               END-IF
           END-PERFORM.

       12110-CONTAR-SESION.
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

       12200-INFORMAR-SESIONES.
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-OPE-SESION
               IF WSV-SES-ABIERTAS(WSV-IDX-SES) > 0
                  MOVE WSV-SES-OPERADOR(WSV-IDX-SES) TO WS-SES-OPERADOR
                  MOVE WSV-SES-FECHA(WSV-IDX-SES) TO WS-SES-FECHA
                  MOVE WSV-SES-HORA(WSV-IDX-SES)(1:2) TO WS-SES-HH
                  MOVE WSV-SES-HORA(WSV-IDX-SES)(3:2) TO WS-SES-MM
                  MOVE WSV-SES-ABIERTAS(WSV-IDX-SES) TO WS-SES-CANT
                  MOVE WS-DETALLE-SESION TO WSV-TEXTO-LOG
                  PERFORM 40000-GRABAR-LOG
                  DISPLAY WS-DETALLE-SESION
               END-IF
           END-PERFORM.

       12800-GRABAR-CONTROL-SISTEMA.
           OPEN OUTPUT CONTROL-SISTEMA
           IF NOT WSS-FS-CTLSISTEMA-OK
              DISPLAY 'ERROR DE ARCHIVO DE CONTROL DE SISTEMA'
              DISPLAY 'FILE STATUS' WSS-FS-CTLSISTEMA
           ELSE
              MOVE WSV-ESTADO-SISTEMA TO CSI-ESTADO
              ACCEPT CSI-FECHA FROM DATE YYYYMMDD
              ACCEPT CSI-HORA FROM TIME
              MOVE 'CADENA DE FIN DE DIA EJE013B3' TO CSI-MOTIVO
              WRITE REG-CONTROL-SISTEMA
              IF NOT WSS-FS-CTLSISTEMA-OK
                 DISPLAY 'ERROR DE ARCHIVO DE CONTROL DE SISTEMA'
                 DISPLAY 'FILE STATUS' WSS-FS-CTLSISTEMA
              END-IF
              CLOSE CONTROL-SISTEMA
           END-IF.

      * Se libera siempre al final, haya terminado bien o no.
       12900-DESBLOQUEAR-SISTEMA.
           MOVE 'D' TO WSV-ESTADO-SISTEMA
           PERFORM 12800-GRABAR-CONTROL-SISTEMA
           MOVE SPACES TO WSV-SW-BLOQUEO
           MOVE 'SISTEMA DISPONIBLE PARA SESIONES INTERACTIVAS'
              TO WSV-TEXTO-LOG
           PERFORM 40000-GRABAR-LOG.

       20000-PASO-CARGA.
           ADD 1 TO WSV-PASOS-EJECUTADOS
           MOVE 1 TO WSV-PASO
