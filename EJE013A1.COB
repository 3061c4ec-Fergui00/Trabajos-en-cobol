                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CTLFECHA.

       SELECT CONTROL-SISTEMA   ASSIGN TO DISK 'CONTROLSISTEMA'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CTLSISTEMA.

       SELECT OPTIONAL TRANSACCIONES ASSIGN TO DISK WSV-ARCHIVO-TRANS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-TRANS.
       SELECT ESTADISTICAS      ASSIGN TO DISK 'ESTADISTICASPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-ESTADIST.

       SELECT PENDIENTES        ASSIGN TO DISK 'PENDIENTESAPROBACION'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-PENDIENTES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 CFP-FECHA-PROC  PIC 9(08).
           05 CFP-ESTADO      PIC X(01).

      * Disponibilidad del sistema: EJE013B3 la pone en 'N' mientras
      * corre la cadena de fin de dia y la vuelve a 'D' al terminar.
      * Sin archivo el sistema esta disponible.
       FD CONTROL-SISTEMA.
       01 REG-CONTROL-SISTEMA.
           05 CSI-ESTADO      PIC X(01).
              88 CSI-NO-DISPONIBLE VALUE 'N'.
           05 CSI-FECHA       PIC 9(08).
           05 CSI-HORA        PIC 9(08).
           05 CSI-MOTIVO      PIC X(40).

      * Dos layouts conviven sobre el mismo registro: el nuevo, con
      * el codigo de accion en la primera columna (blanco = alta
      * cuando la columna quedo vacia), y el viejo de las sucursales
      * que todavia no regeneraron su extractor, que arranca
      * directamente con el DNI. Un primer byte numerico delata el
      * layout viejo y la transaccion se procesa como alta con las
      * columnas corridas un lugar. Los archivos controlados de
      * sucursal traen ademas un encabezado 'H' y un final 'T' que
      * verifica EJE013B8 y que la carga saltea.
       FD TRANSACCIONES.
       01 REG-TRANSACCION.
           05 TRANS-TIPO      PIC X(01).
              88 TRANS-TIPO-ALTA  VALUE 'A', ' '.
              88 TRANS-TIPO-MODIF VALUE 'M'.
              88 TRANS-TIPO-BAJA  VALUE 'B'.
              88 TRANS-TIPO-CONTROL VALUE 'H', 'T'.
           05 TRANS-DNI       PIC X(08).
           05 TRANS-PROVINCIA PIC X(23).
           05 TRANS-CIUDAD    PIC X(20).
           05 AUD-PROVINCIA   PIC X(23).
           05 AUD-CIUDAD      PIC X(20).
           05 AUD-NOMBRE      PIC X(25).
           05 AUD-OPE-SOLICITA PIC X(10).

      * Diario de movimientos del maestro: una entrada por cada alta,
      * modificacion o eliminacion con la imagen anterior y la
      * posterior del registro. Despues de restaurar una generacion
      * con EJE013A9, EJE013B4 reaplica las entradas posteriores al
      * encabezado de esa generacion para recuperar el dia de trabajo.
      * En los cambios que pasaron por aprobacion DIA-OPERADOR es
      * quien aprobo y DIA-OPE-SOLICITA quien lo habia pedido (igual
      * en AUD-OPE-SOLICITA); en el resto va en blanco.
       FD DIARIO.
       01 REG-DIARIO.
           05 DIA-FECHA       PIC 9(8).
           05 DIA-ACCION      PIC X(01).
           05 DIA-IMAGEN-ANTES   PIC X(138).
           05 DIA-IMAGEN-DESPUES PIC X(138).
           05 DIA-OPE-SOLICITA PIC X(10).

       FD CATALOGO.
       01 REG-CATALOGO.
      * todavia: en la proxima sesion interactiva se lo obliga a
      * definirla. OPE-INTENTOS acumula los fallos consecutivos y
      * con 3 el operador queda bloqueado hasta que un supervisor
      * edite el archivo. OPE-PERM-APROB habilita a aprobar o
      * rechazar las eliminaciones y los pases a inactivo o fallecido
      * que piden otros operadores; en blanco equivale a 'N'.
       FD OPERADORES.
       01 REG-OPERADOR.
           05 OPE-CODIGO      PIC X(10).
           05 OPE-CLAVE       PIC X(10).
           05 OPE-VENC-CLAVE  PIC 9(08).
           05 OPE-INTENTOS    PIC 9(01).
           05 OPE-PERM-APROB  PIC X(01).

       FD SESIONES.
       01 REG-SESION.
           05 SES-TIPO        PIC X(01).
           05 SES-FECHA       PIC 9(08).
           05 SES-HORA        PIC 9(08).
      * Supervisor que cerro la sesion cuando SES-TIPO es 'C'
      * (cierre forzado de EJE013C4); en blanco en 'I' y 'F'.
           05 SES-OPE-CIERRA  PIC X(10).

      * Historial de estadisticas de corrida: una linea por carga
      * batch (y otra por cadena de EJE013B3) con los contadores por
           05 EST-PASOS       PIC 9(02).
           05 EST-RC          PIC 9(04).

      * Solicitudes de doble control: una eliminacion o un pase a
      * inactivo o fallecido pedido desde el menu queda 'P' con la
      * imagen del registro al momento del pedido; la aprobacion, el
      * rechazo o el vencimiento (EJE013C3) se agregan despues como
      * otra linea con la misma clave. El archivo solo se extiende,
      * asi varias sesiones pueden pedir y resolver a la vez.
       FD PENDIENTES.
       01 REG-PENDIENTE.
           05 PEN-CLAVE.
               10 PEN-FECHA-SOLICITUD PIC 9(08).
               10 PEN-HORA-SOLICITUD  PIC 9(08).
               10 PEN-OPE-SOLICITA    PIC X(10).
           05 PEN-SITUACION       PIC X(01).
              88 PEN-PENDIENTE     VALUE 'P'.
              88 PEN-APROBADA      VALUE 'A'.
              88 PEN-RECHAZADA     VALUE 'R'.
              88 PEN-VENCIDA       VALUE 'V'.
           05 PEN-TIPO            PIC X(01).
              88 PEN-TIPO-BAJA     VALUE 'B'.
              88 PEN-TIPO-ESTADO   VALUE 'E'.
           05 PEN-DNI             PIC 9(08).
           05 PEN-ESTADO-NUEVO    PIC X(01).
           05 PEN-FECHA-ESTADO    PIC 9(08).
           05 PEN-OPE-RESUELVE    PIC X(10).
           05 PEN-FECHA-RESOLUCION PIC 9(08).
           05 PEN-HORA-RESOLUCION PIC 9(08).
           05 PEN-IMAGEN          PIC X(138).

      *-----------------------
       WORKING-STORAGE SECTION.

          88 WSV-OPCION-SALIR        VALUE 5.
          88 WSV-OPCION-BUSCAR       VALUE 6.
          88 WSV-OPCION-ESTADO       VALUE 7.
          88 WSV-OPCION-APROBAR      VALUE 8.

       01 INGRESO.
           05 INGRESO-DNI       PIC X(08).
       01 WSS-FS-CTLFECHA          PIC X(02).
          88 WSS-FS-CTLFECHA-OK     VALUE '00'.

       01 WSS-FS-CTLSISTEMA        PIC X(02).
          88 WSS-FS-CTLSISTEMA-OK   VALUE '00'.

       01 WSV-FECHA-PROCESO        PIC 9(08) VALUE 0.

       01 WSV-SW-DATO              PIC X(01).
       01 WSV-SW-FIN-TRANS         PIC X(01) VALUE 'N'.
          88 WSV-FIN-TRANS          VALUE 'S'.

      * Parametros del control de ingreso EJE013B8.
       01 WSV-PARAMETROS-INGRESO.
           05 WSV-ING-ARCHIVO      PIC X(30).
           05 WSV-ING-ACCION       PIC X(01).
           05 WSV-ING-RESULTADO    PIC 9(02).
              88 WSV-ING-RECHAZADO  VALUE 16.
           05 WSV-ING-MENSAJE      PIC X(70).

      * Parametros del historial de una persona EJE013C1.
       01 WSV-PARAMETROS-HISTORIAL.
           05 WSV-HIS-DNI          PIC 9(08).
           05 WSV-HIS-RESULTADO    PIC 9(02).

       01 WSV-SW-FORMATO-TRANS     PIC X(01).
          88 WSV-FORMATO-VIEJO      VALUE 'V'.
          88 WSV-FORMATO-NUEVO      VALUE 'N'.
               10 WSV-OPE-CLAVE      PIC X(10).
               10 WSV-OPE-VENC-CLAVE PIC 9(08).
               10 WSV-OPE-INTENTOS   PIC 9(01).
               10 WSV-OPE-PERM-APROB PIC X(01).

       01 WSS-FS-SESIONES          PIC X(02).
          88 WSS-FS-SESIONES-OK     VALUE '00'.
              88 WSV-PUEDE-ELIM     VALUE 'S'.
           05 WSV-PERM-LISTA       PIC X(01) VALUE 'S'.
              88 WSV-PUEDE-LISTA    VALUE 'S'.
           05 WSV-PERM-APROB       PIC X(01) VALUE 'S'.
              88 WSV-PUEDE-APROBAR  VALUE 'S'.

       01 WSS-FS-PENDIENTES        PIC X(02).
          88 WSS-FS-PENDIENTES-OK   VALUE '00'.
          88 WSS-FS-PENDIENTES-NOEXISTE VALUE '35'.

       01 WSV-SW-FIN-PENDIENTES    PIC X(01).
          88 WSV-FIN-PENDIENTES     VALUE 'S'.

       01 WSV-SW-PENDIENTES-LLENOS PIC X(01).
          88 WSV-PENDIENTES-LLENOS  VALUE 'S'.

       01 WSV-SW-FIN-COLA          PIC X(01).
          88 WSV-FIN-COLA           VALUE 'S'.

      * Solo tiene valor mientras se aplica un cambio aprobado: es el
      * operador que lo pidio y va al diario y a la auditoria.
       01 WSV-OPE-SOLICITA         PIC X(10) VALUE SPACES.

       01 WSV-SOLICITUD-TIPO       PIC X(01).
       01 WSV-ACCION-APROB         PIC X(01).
       01 WSV-SITUACION-RESOLUCION PIC X(01).
       01 WSV-CANT-PENDIENTES      PIC 9(4) COMP VALUE 0.
       01 WSV-CANT-PROPIAS         PIC 9(4) COMP VALUE 0.
       01 WSV-CANT-OTRAS           PIC 9(4) COMP VALUE 0.
       01 WSV-IDX-PEN              PIC 9(4) COMP.
       01 WSV-POS-PEN              PIC 9(4) COMP.

      * Solicitudes todavia pendientes, en el orden en que se pidieron.
       01 WSV-TABLA-PENDIENTES.
           05 WSV-PENDIENTE-ITEM OCCURS 500 TIMES.
               10 WSV-PND-CLAVE.
                   15 WSV-PND-FECHA        PIC 9(08).
                   15 WSV-PND-HORA         PIC 9(08).
                   15 WSV-PND-OPE-SOLICITA PIC X(10).
               10 WSV-PND-TIPO         PIC X(01).
                  88 WSV-PND-TIPO-BAJA  VALUE 'B'.
               10 WSV-PND-DNI          PIC 9(08).
               10 WSV-PND-ESTADO-NUEVO PIC X(01).
               10 WSV-PND-FECHA-ESTADO PIC 9(08).
               10 WSV-PND-IMAGEN       PIC X(138).

      *-----------------------
       PROCEDURE DIVISION.
                             DISPLAY "OPERADOR SIN PERMISO DE "
                                "MODIFICACION"
                          END-IF
                      WHEN WSV-OPCION-APROBAR
                          IF WSV-PUEDE-APROBAR
                             PERFORM 23000-APROBACIONES
                          ELSE
                             DISPLAY "OPERADOR SIN PERMISO DE "
                                "APROBACION"
                          END-IF
                      WHEN OTHER
                          DISPLAY "OPCION DE MENU INVALIDA"
                  END-EVALUATE
              END-IF
              PERFORM 10360-ABRIR-SESION
           ELSE
              PERFORM 10290-VERIFICAR-DISPONIBLE
              SET WSV-OPERADOR-INVALIDO TO TRUE
              PERFORM UNTIL WSV-OPERADOR-VALIDO
                  DISPLAY "INGRESE CODIGO DE OPERADOR"
              PERFORM 10360-ABRIR-SESION
           END-IF.

      * Mientras corre la cadena de fin de dia no se aceptan
      * sesiones interactivas. Se cierra sin pasar por
      * 30000-CERRAR-ARCHIVO para no pisar el checkpoint que esta
      * grabando la carga batch de la cadena.
       10290-VERIFICAR-DISPONIBLE.
           OPEN INPUT CONTROL-SISTEMA
           IF WSS-FS-CTLSISTEMA-OK
              READ CONTROL-SISTEMA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CSI-NO-DISPONIBLE
                       DISPLAY "SISTEMA NO DISPONIBLE DESDE EL "
                          CSI-FECHA " " CSI-HORA(1:4) ": "
                          FUNCTION TRIM(CSI-MOTIVO)
                       DISPLAY "NO SE ACEPTAN SESIONES INTERACTIVAS "
                          "HASTA QUE TERMINE, INTENTE MAS TARDE"
                       CLOSE CONTROL-SISTEMA
                       CLOSE SALIDA
                       CLOSE AUDITORIA
                       CLOSE DIARIO
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                    END-IF
              END-READ
              CLOSE CONTROL-SISTEMA
           END-IF.

       10310-VALIDAR-OPERADOR.
           MOVE 0 TO WSV-POS-OPERADOR
           IF NOT WSV-CON-OPERADORES
                         TO WSV-PERM-ELIM
                      MOVE WSV-OPE-PERM-LISTA(WSV-IDX-OPE)
                         TO WSV-PERM-LISTA
                      MOVE WSV-OPE-PERM-APROB(WSV-IDX-OPE)
                         TO WSV-PERM-APROB
                  END-IF
              END-PERFORM
           END-IF.
                     TO OPE-VENC-CLAVE
                  MOVE WSV-OPE-INTENTOS(WSV-IDX-OPE)
                     TO OPE-INTENTOS
                  MOVE WSV-OPE-PERM-APROB(WSV-IDX-OPE)
                     TO OPE-PERM-APROB
                  WRITE REG-OPERADOR
                  IF NOT WSS-FS-OPERADORES-OK
                     DISPLAY 'ERROR DE ARCHIVO DE OPERADORES'
           ELSE
              MOVE WSV-OPERADOR TO SES-OPERADOR
              MOVE WSV-TIPO-SESION TO SES-TIPO
              MOVE SPACES TO SES-OPE-CIERRA
              ACCEPT SES-FECHA FROM DATE YYYYMMDD
              ACCEPT SES-HORA FROM TIME
              WRITE REG-SESION
                                MOVE 0 TO WSV-OPE-INTENTOS
                                   (WSV-CANT-OPERADORES)
                             END-IF
                             IF OPE-PERM-APROB = 'S'
                                MOVE 'S' TO WSV-OPE-PERM-APROB
                                   (WSV-CANT-OPERADORES)
                             ELSE
                                MOVE 'N' TO WSV-OPE-PERM-APROB
                                   (WSV-CANT-OPERADORES)
                             END-IF
                          ELSE
                             IF NOT WSV-OPE-EXCEDIDOS
                                DISPLAY "ADVERTENCIA: OPERADORES "
              CLOSE TRANSACCIONES
              MOVE 16 TO WSV-COD-RETORNO
           ELSE
              PERFORM 2002-CONTROLAR-INGRESO
           END-IF
           IF WSV-COD-RETORNO < 16
              ACCEPT WSV-HORA-INICIO FROM TIME
              DISPLAY "MODO BATCH: CARGANDO TRANSACCIONES DESDE "
                 WSV-ARCHIVO-TRANS
                  AT END SET WSV-FIN-TRANS TO TRUE
              END-READ
              PERFORM UNTIL WSV-FIN-TRANS
                  ADD 1 TO WSV-NUM-TRANS
                  IF TRANS-TIPO-CONTROL
                     CONTINUE
                  ELSE
                     ADD 1 TO WSV-CONT-LEIDAS
                     IF WSV-NUM-TRANS > WSV-SALTAR-HASTA
                        MOVE WSV-NUM-TRANS TO WSV-CTL-ULT-TRANS
                        PERFORM 2100-PROCESAR-TRANSACCION
                        PERFORM 30100-GRABAR-CHECKPOINT
                     ELSE
                        ADD 1 TO WSV-CONT-SALTEADAS
                     END-IF
                  END-IF
                  READ TRANSACCIONES
                      AT END SET WSV-FIN-TRANS TO TRUE
              MOVE SPACES TO WSV-CTL-ARCHIVO
              MOVE 0 TO WSV-CTL-ULT-TRANS
              PERFORM 30100-GRABAR-CHECKPOINT
              PERFORM 2003-REGISTRAR-INGRESO
              DISPLAY "FIN DE CARGA BATCH"
              DISPLAY "TRANSACCIONES LEIDAS:     " WSV-CONT-LEIDAS
              DISPLAY "TRANSACCIONES SALTEADAS:  " WSV-CONT-SALTEADAS
              CLOSE ESTADISTICAS
           END-IF.

      * El archivo se controla completo antes de aplicar la primera
      * transaccion; un rechazo deja el maestro sin tocar. Se cierra
      * mientras lo relee EJE013B8 y se vuelve a abrir desde el
      * principio.
       2002-CONTROLAR-INGRESO.
           CLOSE TRANSACCIONES
           MOVE WSV-ARCHIVO-TRANS TO WSV-ING-ARCHIVO
           MOVE 'V' TO WSV-ING-ACCION
           CALL 'EJE013B8' USING WSV-PARAMETROS-INGRESO
           IF WSV-ING-MENSAJE NOT = SPACES
              DISPLAY "CONTROL DE INGRESO: " WSV-ING-MENSAJE
           END-IF
           IF WSV-ING-RECHAZADO
              DISPLAY "ARCHIVO " WSV-ARCHIVO-TRANS " RECHAZADO EN "
                 "EL CONTROL DE INGRESO, NO SE APLICO NINGUNA "
                 "TRANSACCION"
              MOVE 16 TO WSV-COD-RETORNO
           ELSE
              IF WSV-ING-RESULTADO > 0
                 PERFORM 29000-MARCAR-ADVERTENCIA
              END-IF
              OPEN INPUT TRANSACCIONES
              IF NOT WSS-FS-TRANS-OK
                 DISPLAY 'ERROR DE ARCHIVO DE TRANSACCIONES'
                 DISPLAY 'FILE STATUS' WSS-FS-TRANS
                 MOVE 16 TO WSV-COD-RETORNO
              END-IF
           END-IF.

      * Con la carga terminada, la secuencia del archivo queda como
      * la ultima aceptada de la sucursal.
       2003-REGISTRAR-INGRESO.
           MOVE 'R' TO WSV-ING-ACCION
           CALL 'EJE013B8' USING WSV-PARAMETROS-INGRESO
           IF WSV-ING-MENSAJE NOT = SPACES
              DISPLAY "CONTROL DE INGRESO: " WSV-ING-MENSAJE
           END-IF
           IF WSV-ING-RESULTADO = 8
              PERFORM 29100-MARCAR-ERROR
           END-IF.

       2005-DETECTAR-REINICIO.
           IF WSV-CORRIDA-EN-CURSO
              AND WSV-CTL-ARCHIVO = WSV-ARCHIVO-TRANS
           MOVE PROVINCIA TO AUD-PROVINCIA
           MOVE CIUDAD TO AUD-CIUDAD
           MOVE NOMBRE TO AUD-NOMBRE
           MOVE WSV-OPE-SOLICITA TO AUD-OPE-SOLICITA
           WRITE REG-AUDITORIA
           IF NOT WSS-FS-AUDIT-OK
              DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
           MOVE WSV-DIARIO-ACCION TO DIA-ACCION
           MOVE WSV-DIARIO-ANTES TO DIA-IMAGEN-ANTES
           MOVE WSV-DIARIO-DESPUES TO DIA-IMAGEN-DESPUES
           MOVE WSV-OPE-SOLICITA TO DIA-OPE-SOLICITA
           WRITE REG-DIARIO
           IF NOT WSS-FS-DIARIO-OK
              DISPLAY 'ERROR DE ARCHIVO DE DIARIO'
              END-IF
           END-IF.

      * Pide la eliminacion del registro que ya esta leido en
      * REG-SALIDA; lo usan tanto la opcion 3 del menu como la
      * busqueda de la opcion 6. La baja no se hace aca: queda como
      * solicitud hasta que otro operador la apruebe (opcion 8).
       18300-ELIMINAR-LEIDO.
           DISPLAY "CONFIRMA LA ELIMINACION DE ESTE REGISTRO? "
              "(S/N)"
           IF NOT WSV-CONFIRMO-SI
              DISPLAY "ELIMINACION CANCELADA"
           ELSE
              MOVE 'B' TO WSV-SOLICITUD-TIPO
              PERFORM 23500-CREAR-SOLICITUD
           END-IF.

      * Baja efectiva del registro leido en REG-SALIDA, una vez
      * aprobada la solicitud.
       18400-APLICAR-BAJA.
           MOVE REG-SALIDA TO WSV-DIARIO-ANTES
           DELETE SALIDA RECORD
           IF WSS-FS-SALIDA-OK
              SUBTRACT 1 FROM WSV-CONT-SALIDA
              PERFORM 30100-GRABAR-CHECKPOINT
              MOVE WSV-DIARIO-ANTES TO REG-SALIDA
              PERFORM 15500-GRABAR-AUDITORIA
              MOVE 'B' TO WSV-DIARIO-ACCION
              MOVE SPACES TO WSV-DIARIO-DESPUES
              PERFORM 15600-GRABAR-DIARIO
              DISPLAY "REGISTRO ELIMINADO"
           ELSE
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
           END-IF.

       19000-LISTAR.
               NOT INVALID KEY
                   DISPLAY "DNI: " DNI " PROVINCIA: " PROVINCIA
                      " CIUDAD: " CIUDAD " NOMBRE: " NOMBRE
                   DISPLAY "M-MODIFICAR  E-ELIMINAR  H-HISTORIAL  "
                      "OTRA TECLA-VOLVER AL MENU"
                   ACCEPT WSV-ACCION-HIT
                   EVALUATE TRUE
                       WHEN WSV-ACCION-HIT = 'M' OR 'm'
                              DISPLAY "OPERADOR SIN PERMISO DE "
                                 "ELIMINACION"
                           END-IF
                       WHEN WSV-ACCION-HIT = 'H' OR 'h'
                           MOVE DNI TO WSV-HIS-DNI
                           CALL 'EJE013C1'
                              USING WSV-PARAMETROS-HISTORIAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
              IF NOT WSV-CONFIRMO-SI
                 DISPLAY "CAMBIO DE ESTADO CANCELADO"
              ELSE
                 IF WSV-ESTADO-NUEVO = 'I' OR 'F'
                    MOVE 'E' TO WSV-SOLICITUD-TIPO
                    PERFORM 23500-CREAR-SOLICITUD
                 ELSE
                    PERFORM 22100-APLICAR-ESTADO
                 END-IF
              END-IF
           END-IF.

      * Pasa el registro leido en REG-SALIDA a WSV-ESTADO-NUEVO con
      * vigencia WSV-FECHA-HOY. La reactivacion se aplica en el
      * momento; inactivo y fallecido llegan aca recien aprobados.
       22100-APLICAR-ESTADO.
           MOVE REG-SALIDA TO WSV-DIARIO-ANTES
           MOVE WSV-ESTADO-NUEVO TO ESTADO
           MOVE WSV-FECHA-HOY TO FECHA-ESTADO
           REWRITE REG-SALIDA
           IF WSS-FS-SALIDA-OK
              PERFORM 15500-GRABAR-AUDITORIA
              MOVE 'M' TO WSV-DIARIO-ACCION
              MOVE REG-SALIDA TO WSV-DIARIO-DESPUES
              PERFORM 15600-GRABAR-DIARIO
              DISPLAY "ESTADO ACTUALIZADO"
           ELSE
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
           END-IF.

      * Cola de aprobacion (opcion 8): se recorren las solicitudes
      * pendientes de otros operadores; las propias no se pueden
      * resolver. Antes de aplicar se relee el registro y, si cambio
      * desde el pedido o ya no existe, la solicitud solo se puede
      * rechazar.
       23000-APROBACIONES.
           PERFORM 23100-CARGAR-PENDIENTES
           MOVE 0 TO WSV-CANT-PROPIAS
           MOVE 0 TO WSV-CANT-OTRAS
           PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                 UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
               IF WSV-PND-OPE-SOLICITA(WSV-IDX-PEN) = WSV-OPERADOR
                  ADD 1 TO WSV-CANT-PROPIAS
               ELSE
                  ADD 1 TO WSV-CANT-OTRAS
               END-IF
           END-PERFORM
           IF WSV-CANT-PROPIAS > 0
              DISPLAY "HAY " WSV-CANT-PROPIAS " SOLICITUDES SUYAS "
                 "ESPERANDO QUE LAS APRUEBE OTRO OPERADOR"
           END-IF
           IF WSV-CANT-OTRAS = 0
              DISPLAY "NO HAY SOLICITUDES PENDIENTES PARA APROBAR"
           ELSE
              MOVE SPACES TO WSV-SW-FIN-COLA
              PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                    UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
                       OR WSV-FIN-COLA
                  IF WSV-PND-OPE-SOLICITA(WSV-IDX-PEN)
                     NOT = WSV-OPERADOR
                      PERFORM 23200-RESOLVER-PENDIENTE
                  END-IF
              END-PERFORM
           END-IF.

      * Deja en la tabla las solicitudes 'P' que todavia no tienen
      * una linea posterior de aprobacion, rechazo o vencimiento.
       23100-CARGAR-PENDIENTES.
           MOVE 0 TO WSV-CANT-PENDIENTES
           MOVE SPACES TO WSV-SW-PENDIENTES-LLENOS
           OPEN INPUT PENDIENTES
           IF WSS-FS-PENDIENTES-OK
              MOVE SPACES TO WSV-SW-FIN-PENDIENTES
              PERFORM UNTIL WSV-FIN-PENDIENTES
                  READ PENDIENTES
                      AT END
                          SET WSV-FIN-PENDIENTES TO TRUE
                      NOT AT END
                          IF PEN-PENDIENTE
                             PERFORM 23110-AGREGAR-PENDIENTE
                          ELSE
                             PERFORM 23120-QUITAR-PENDIENTE
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE PENDIENTES
           ELSE
              IF NOT WSS-FS-PENDIENTES-NOEXISTE
                 DISPLAY 'ERROR DE ARCHIVO DE PENDIENTES'
                 DISPLAY 'FILE STATUS' WSS-FS-PENDIENTES
              END-IF
           END-IF.

       23110-AGREGAR-PENDIENTE.
           IF WSV-CANT-PENDIENTES < 500
              ADD 1 TO WSV-CANT-PENDIENTES
              MOVE PEN-CLAVE TO WSV-PND-CLAVE(WSV-CANT-PENDIENTES)
              MOVE PEN-TIPO TO WSV-PND-TIPO(WSV-CANT-PENDIENTES)
              MOVE PEN-DNI TO WSV-PND-DNI(WSV-CANT-PENDIENTES)
              MOVE PEN-ESTADO-NUEVO
                 TO WSV-PND-ESTADO-NUEVO(WSV-CANT-PENDIENTES)
              MOVE PEN-FECHA-ESTADO
                 TO WSV-PND-FECHA-ESTADO(WSV-CANT-PENDIENTES)
              MOVE PEN-IMAGEN TO WSV-PND-IMAGEN(WSV-CANT-PENDIENTES)
           ELSE
              IF NOT WSV-PENDIENTES-LLENOS
                 DISPLAY "ADVERTENCIA: MAS DE 500 SOLICITUDES "
                    "PENDIENTES, LAS RESTANTES NO SE MUESTRAN"
                 SET WSV-PENDIENTES-LLENOS TO TRUE
              END-IF
           END-IF.

       23120-QUITAR-PENDIENTE.
           MOVE 0 TO WSV-POS-PEN
           PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                 UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
                    OR WSV-POS-PEN > 0
               IF WSV-PND-CLAVE(WSV-IDX-PEN) = PEN-CLAVE
                  MOVE WSV-IDX-PEN TO WSV-POS-PEN
               END-IF
           END-PERFORM
           IF WSV-POS-PEN > 0
              PERFORM VARYING WSV-IDX-PEN FROM WSV-POS-PEN BY 1
                    UNTIL WSV-IDX-PEN >= WSV-CANT-PENDIENTES
                  MOVE WSV-PENDIENTE-ITEM(WSV-IDX-PEN + 1)
                     TO WSV-PENDIENTE-ITEM(WSV-IDX-PEN)
              END-PERFORM
              SUBTRACT 1 FROM WSV-CANT-PENDIENTES
           END-IF.

       23200-RESOLVER-PENDIENTE.
           MOVE WSV-PND-IMAGEN(WSV-IDX-PEN) TO WSV-REG-ANTERIOR
           DISPLAY " "
           DISPLAY "SOLICITUD DE " WSV-PND-OPE-SOLICITA(WSV-IDX-PEN)
              " DEL " WSV-PND-FECHA(WSV-IDX-PEN)
              " HORA " WSV-PND-HORA(WSV-IDX-PEN)
           IF WSV-PND-TIPO-BAJA(WSV-IDX-PEN)
              DISPLAY "ELIMINAR EL REGISTRO"
           ELSE
              DISPLAY "PASAR AL ESTADO "
                 WSV-PND-ESTADO-NUEVO(WSV-IDX-PEN) " DESDE EL "
                 WSV-PND-FECHA-ESTADO(WSV-IDX-PEN)
           END-IF
           DISPLAY "DNI: " WSV-DNI-ANT " NOMBRE: " WSV-NOMBRE-ANT
              " ESTADO ACTUAL: " WSV-ESTADO-ANT
           DISPLAY "PROVINCIA: " WSV-PROVINCIA-ANT " CIUDAD: "
              WSV-CIUDAD-ANT
           DISPLAY "A-APROBAR  R-RECHAZAR  S-SIGUIENTE  "
              "X-VOLVER AL MENU"
           ACCEPT WSV-ACCION-APROB
           EVALUATE TRUE
               WHEN WSV-ACCION-APROB = 'A' OR 'a'
                   PERFORM 23300-APROBAR-PENDIENTE
               WHEN WSV-ACCION-APROB = 'R' OR 'r'
                   MOVE 'R' TO WSV-SITUACION-RESOLUCION
                   PERFORM 23400-GRABAR-RESOLUCION
                   DISPLAY "SOLICITUD RECHAZADA"
               WHEN WSV-ACCION-APROB = 'X' OR 'x'
                   SET WSV-FIN-COLA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       23300-APROBAR-PENDIENTE.
           MOVE WSV-PND-DNI(WSV-IDX-PEN) TO DNI
           READ SALIDA
               INVALID KEY
                   DISPLAY "EL DNI YA NO EXISTE EN EL MAESTRO, LA "
                      "SOLICITUD SOLO SE PUEDE RECHAZAR"
               NOT INVALID KEY
                   IF REG-SALIDA NOT = WSV-PND-IMAGEN(WSV-IDX-PEN)
                      DISPLAY "EL REGISTRO CAMBIO DESDE QUE SE PIDIO, "
                         "LA SOLICITUD SOLO SE PUEDE RECHAZAR"
                   ELSE
                      MOVE WSV-PND-OPE-SOLICITA(WSV-IDX-PEN)
                         TO WSV-OPE-SOLICITA
                      IF WSV-PND-TIPO-BAJA(WSV-IDX-PEN)
                         PERFORM 18400-APLICAR-BAJA
                      ELSE
                         MOVE WSV-PND-ESTADO-NUEVO(WSV-IDX-PEN)
                            TO WSV-ESTADO-NUEVO
                         MOVE WSV-PND-FECHA-ESTADO(WSV-IDX-PEN)
                            TO WSV-FECHA-HOY
                         PERFORM 22100-APLICAR-ESTADO
                      END-IF
                      MOVE SPACES TO WSV-OPE-SOLICITA
                      IF WSS-FS-SALIDA-OK
                         MOVE 'A' TO WSV-SITUACION-RESOLUCION
                         PERFORM 23400-GRABAR-RESOLUCION
                         DISPLAY "SOLICITUD APROBADA"
                      END-IF
                   END-IF
           END-READ.

      * Agrega la linea de resolucion de la solicitud WSV-IDX-PEN
      * con la situacion de WSV-SITUACION-RESOLUCION ('A' aprobada,
      * 'R' rechazada) y el operador que la resolvio.
       23400-GRABAR-RESOLUCION.
           PERFORM 23600-ABRIR-PENDIENTES
           IF WSS-FS-PENDIENTES-OK
              MOVE WSV-SITUACION-RESOLUCION TO PEN-SITUACION
              MOVE WSV-PND-CLAVE(WSV-IDX-PEN) TO PEN-CLAVE
              MOVE WSV-PND-TIPO(WSV-IDX-PEN) TO PEN-TIPO
              MOVE WSV-PND-DNI(WSV-IDX-PEN) TO PEN-DNI
              MOVE WSV-PND-ESTADO-NUEVO(WSV-IDX-PEN)
                 TO PEN-ESTADO-NUEVO
              MOVE WSV-PND-FECHA-ESTADO(WSV-IDX-PEN)
                 TO PEN-FECHA-ESTADO
              MOVE WSV-OPERADOR TO PEN-OPE-RESUELVE
              ACCEPT PEN-FECHA-RESOLUCION FROM DATE YYYYMMDD
              ACCEPT PEN-HORA-RESOLUCION FROM TIME
              MOVE WSV-PND-IMAGEN(WSV-IDX-PEN) TO PEN-IMAGEN
              PERFORM 23700-ESCRIBIR-PENDIENTE
           END-IF.

      * Registra la solicitud (WSV-SOLICITUD-TIPO 'B' o 'E') sobre
      * el registro leido en REG-SALIDA, salvo que ese DNI ya tenga
      * otra pendiente.
       23500-CREAR-SOLICITUD.
           PERFORM 23100-CARGAR-PENDIENTES
           MOVE 0 TO WSV-POS-PEN
           PERFORM VARYING WSV-IDX-PEN FROM 1 BY 1
                 UNTIL WSV-IDX-PEN > WSV-CANT-PENDIENTES
               IF WSV-PND-DNI(WSV-IDX-PEN) = DNI
                  MOVE WSV-IDX-PEN TO WSV-POS-PEN
               END-IF
           END-PERFORM
           IF WSV-POS-PEN > 0
              DISPLAY "EL DNI YA TIENE UNA SOLICITUD PENDIENTE DE "
                 WSV-PND-OPE-SOLICITA(WSV-POS-PEN) " DEL "
                 WSV-PND-FECHA(WSV-POS-PEN) ", NO SE REGISTRA OTRA"
           ELSE
              PERFORM 23600-ABRIR-PENDIENTES
              IF WSS-FS-PENDIENTES-OK
                 MOVE SPACES TO REG-PENDIENTE
                 ACCEPT PEN-FECHA-SOLICITUD FROM DATE YYYYMMDD
                 ACCEPT PEN-HORA-SOLICITUD FROM TIME
                 MOVE WSV-OPERADOR TO PEN-OPE-SOLICITA
                 SET PEN-PENDIENTE TO TRUE
                 MOVE WSV-SOLICITUD-TIPO TO PEN-TIPO
                 MOVE DNI TO PEN-DNI
                 IF PEN-TIPO-ESTADO
                    MOVE WSV-ESTADO-NUEVO TO PEN-ESTADO-NUEVO
                    MOVE WSV-FECHA-HOY TO PEN-FECHA-ESTADO
                 ELSE
                    MOVE 0 TO PEN-FECHA-ESTADO
                 END-IF
                 MOVE 0 TO PEN-FECHA-RESOLUCION
                 MOVE 0 TO PEN-HORA-RESOLUCION
                 MOVE REG-SALIDA TO PEN-IMAGEN
                 PERFORM 23700-ESCRIBIR-PENDIENTE
                 IF WSS-FS-PENDIENTES-OK
                    DISPLAY "SOLICITUD REGISTRADA, EL CAMBIO SE "
                       "APLICA CUANDO LO APRUEBE OTRO OPERADOR"
                 END-IF
              END-IF
           END-IF.

       23600-ABRIR-PENDIENTES.
           OPEN EXTEND PENDIENTES
           IF WSS-FS-PENDIENTES-NOEXISTE
              OPEN OUTPUT PENDIENTES
              CLOSE PENDIENTES
              OPEN EXTEND PENDIENTES
           END-IF
           IF NOT WSS-FS-PENDIENTES-OK
              DISPLAY 'ERROR DE ARCHIVO DE PENDIENTES'
              DISPLAY 'FILE STATUS' WSS-FS-PENDIENTES
           END-IF.

       23700-ESCRIBIR-PENDIENTE.
           WRITE REG-PENDIENTE
           IF NOT WSS-FS-PENDIENTES-OK
              DISPLAY 'ERROR DE ARCHIVO DE PENDIENTES'
              DISPLAY 'FILE STATUS' WSS-FS-PENDIENTES
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF
           CLOSE PENDIENTES.

       30000-CERRAR-ARCHIVO.
           CLOSE SALIDA
           IF NOT WSS-FS-SALIDA-OK

       6000-MENU.
           DISPLAY "1-ALTA  2-MODIFICAR  3-ELIMINAR  4-LISTAR "
              "5-SALIR  6-BUSCAR  7-ESTADO  8-APROBAR"
           ACCEPT WSV-OPCION-MENU.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
