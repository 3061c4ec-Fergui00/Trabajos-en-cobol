      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013B7.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Reasignacion masiva de ciudad: cuando una ciudad cambia de
      * nombre o se fusiona con otra, EJE013A6 no deja renombrar el
      * par porque tiene personas que lo referencian. Esta corrida
      * controlada toma el par viejo y el par nuevo, mueve al par
      * nuevo a todas las personas del maestro que tienen el viejo
      * (con su entrada 'M' en JOURNALPERSONAS y su linea en
      * AUDITPERSONAS), retira el par viejo de CATALOGOPROVCIUDAD y
      * deja en REASIGNACIONCIUDAD el detalle y los conteos de antes
      * y despues. En modo simulacion solo se emite el reporte.
      * La corrida real toma CONTROLSISTEMA como EJE013C6 y no
      * arranca si otro proceso lo tiene tomado o si hay sesiones
      * interactivas abiertas en SESIONESPERSONAS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SALIDA            ASSIGN TO DISK 'DATOSPERSONASNUEVO'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS SALIDA-CLAVE
                                  ALTERNATE RECORD KEY IS NOMBRE
                                    WITH DUPLICATES
                                  FILE STATUS IS WSS-FS-SALIDA.

       SELECT CATALOGO          ASSIGN TO DISK 'CATALOGOPROVCIUDAD'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CATALOGO.

       SELECT OPERADORES        ASSIGN TO DISK 'OPERADORES'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-OPERADORES.

       SELECT AUDITORIA         ASSIGN TO DISK 'AUDITPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-AUDIT.

       SELECT DIARIO            ASSIGN TO DISK 'JOURNALPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-DIARIO.

       SELECT SESIONES          ASSIGN TO DISK 'SESIONESPERSONAS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-SESIONES.

       SELECT CONTROL-SISTEMA   ASSIGN TO DISK 'CONTROLSISTEMA'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CTLSISTEMA.

       SELECT REPORTE           ASSIGN TO DISK 'REASIGNACIONCIUDAD'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD SALIDA.
           COPY PERSONA.

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-PROVINCIA   PIC X(23).
           05 CAT-CIUDAD      PIC X(20).
           05 CAT-COD-POSTAL  PIC X(08).
           05 CAT-REGION      PIC X(03).

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

       FD DIARIO.
       01 REG-DIARIO.
           05 DIA-FECHA       PIC 9(8).
           05 DIA-HORA        PIC 9(8).
           05 DIA-OPERADOR    PIC X(10).
           05 DIA-ACCION      PIC X(01).
           05 DIA-IMAGEN-ANTES   PIC X(138).
           05 DIA-IMAGEN-DESPUES PIC X(138).
           05 DIA-OPE-SOLICITA   PIC X(10).

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

       FD REPORTE.
       01 REG-REPORTE PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-SALIDA            PIC X(02).
          88 WSS-FS-SALIDA-OK       VALUE '00'.

       01 WSS-FS-CATALOGO          PIC X(02).
          88 WSS-FS-CATALOGO-OK     VALUE '00'.

       01 WSS-FS-OPERADORES        PIC X(02).
          88 WSS-FS-OPERADORES-OK   VALUE '00'.

       01 WSS-FS-AUDIT             PIC X(02).
          88 WSS-FS-AUDIT-OK        VALUE '00'.
          88 WSS-FS-AUDIT-NOEXISTE  VALUE '35'.

       01 WSS-FS-DIARIO            PIC X(02).
          88 WSS-FS-DIARIO-OK       VALUE '00'.
          88 WSS-FS-DIARIO-NOEXISTE VALUE '35'.

       01 WSS-FS-SESIONES          PIC X(02).
          88 WSS-FS-SESIONES-OK     VALUE '00'.

       01 WSS-FS-CTLSISTEMA        PIC X(02).
          88 WSS-FS-CTLSISTEMA-OK   VALUE '00'.

       01 WSS-FS-REPORTE           PIC X(02).
          88 WSS-FS-REPORTE-OK      VALUE '00'.

       01 WSV-SW-FIN-SALIDA        PIC X(01).
          88 WSV-FIN-SALIDA         VALUE 'S'.

       01 WSV-SW-FIN-CATALOGO      PIC X(01) VALUE 'N'.
          88 WSV-FIN-CATALOGO       VALUE 'S'.

       01 WSV-SW-FIN-OPERADORES    PIC X(01) VALUE 'N'.
          88 WSV-FIN-OPERADORES     VALUE 'S'.

       01 WSV-SW-DATO              PIC X(01).
          88 WSV-DATO-VALIDO        VALUE 'S'.
          88 WSV-DATO-INVALIDO      VALUE 'N'.

       01 WSV-SW-OPERADOR          PIC X(01) VALUE 'N'.
          88 WSV-OPERADOR-VALIDO    VALUE 'S'.
          88 WSV-OPERADOR-INVALIDO  VALUE 'N'.

       01 WSV-SW-MODO              PIC X(01).
          88 WSV-MODO-SIMULACION    VALUE 'S'.
          88 WSV-MODO-REAL          VALUE 'R'.
          88 WSV-MODO-VALIDO        VALUE 'S', 'R'.

       01 WSV-SW-FIN-SESIONES      PIC X(01).
          88 WSV-FIN-SESIONES       VALUE 'S'.

       01 WSV-SW-BLOQUEO           PIC X(01) VALUE SPACE.
          88 WSV-SISTEMA-BLOQUEADO  VALUE 'S'.

       01 WSV-CONFIRMACION         PIC X(01).
          88 WSV-CONFIRMO-SI        VALUE 'S'.

       01 WSV-OPERADOR             PIC X(10).
       01 WSV-CLAVE-INGRESADA      PIC X(10).

      * Codigo de retorno: 0 = limpia, 4 = advertencias (fallas de
      * auditoria o diario), 8 = personas que no se pudieron mover,
      * 16 = corrida cancelada sin tocar nada.
       01 WSV-COD-RETORNO          PIC 9(2) VALUE 0.

       01 WSV-ESTADO-SISTEMA       PIC X(01).

      * Sesiones abiertas por operador, igual que en EJE013C6.
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

       01 WSV-PAR-VIEJO.
           05 WSV-PROVINCIA-VIEJA  PIC X(23).
           05 WSV-CIUDAD-VIEJA     PIC X(20).

       01 WSV-PAR-NUEVO.
           05 WSV-PROVINCIA-NUEVA  PIC X(23).
           05 WSV-CIUDAD-NUEVA     PIC X(20).

       01 WSV-CANT-CATALOGO        PIC 9(4) VALUE 0.
       01 WSV-POS-VIEJO            PIC 9(4) COMP VALUE 0.
       01 WSV-POS-NUEVO            PIC 9(4) COMP VALUE 0.
       01 WSV-IDX-LISTA            PIC 9(4) COMP.

       01 WSV-TABLA-CATALOGO.
           05 WSV-CATALOGO-ITEM OCCURS 5000 TIMES
                 INDEXED BY WSV-IDX-CAT.
               10 WSV-CAT-PROVINCIA PIC X(23).
               10 WSV-CAT-CIUDAD    PIC X(20).
               10 WSV-CAT-COD-POSTAL PIC X(08).
               10 WSV-CAT-REGION    PIC X(03).

       01 WSV-CONT-VIEJO           PIC 9(6) VALUE 0.
       01 WSV-CONT-NUEVO           PIC 9(6) VALUE 0.
       01 WSV-ANTES-VIEJO          PIC 9(6) VALUE 0.
       01 WSV-ANTES-NUEVO          PIC 9(6) VALUE 0.
       01 WSV-DESPUES-VIEJO        PIC 9(6) VALUE 0.
       01 WSV-DESPUES-NUEVO        PIC 9(6) VALUE 0.
       01 WSV-CONT-MOVIDAS         PIC 9(6) VALUE 0.
       01 WSV-CONT-ERRORES         PIC 9(6) VALUE 0.

       01 WSV-DIARIO-ANTES         PIC X(138).

       01 WS-LINEA-TITULO.
           05 FILLER PIC X(30) VALUE 'REASIGNACION DE CIUDAD - '.
           05 WS-TIT-MODO PIC X(40).
           05 FILLER PIC X(10) VALUE 'OPERADOR: '.
           05 WS-TIT-OPERADOR PIC X(10).

       01 WS-LINEA-PAR.
           05 WS-PAR-TITULO PIC X(12).
           05 WS-PAR-PROVINCIA PIC X(23).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PAR-CIUDAD PIC X(20).

       01 WS-LINEA-DETALLE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'DNI: '.
           05 WS-DET-DNI PIC 9(08).
           05 FILLER PIC X(9) VALUE ' NOMBRE: '.
           05 WS-DET-NOMBRE PIC X(25).
           05 FILLER PIC X(9) VALUE ' ESTADO: '.
           05 WS-DET-ESTADO PIC X(01).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DET-RESULTADO PIC X(40).

       01 WS-LINEA-CABECERA-CONTEO.
           05 FILLER PIC X(45) VALUE SPACES.
           05 FILLER PIC X(9) VALUE '    ANTES'.
           05 FILLER PIC X(9) VALUE '  DESPUES'.

       01 WS-LINEA-CONTEO.
           05 WS-CON-TITULO PIC X(45).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CON-ANTES PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CON-DESPUES PIC ZZZ,ZZ9.

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

       01 WS-LINEA-TOTAL.
           05 WS-TOT-TITULO PIC X(45).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TOT-CANT PIC ZZZ,ZZ9.

      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           PERFORM 10000-IDENTIFICAR-OPERADOR
           PERFORM 11000-INGRESAR-PARAMETROS
           PERFORM 12000-CARGAR-CATALOGO
           PERFORM 12100-VALIDAR-PARES
           IF WSV-MODO-REAL
              PERFORM 12500-BLOQUEAR-SISTEMA
           END-IF
           PERFORM 13000-ABRIR-ARCHIVOS
           PERFORM 20000-CONTAR-PARES
           MOVE WSV-CONT-VIEJO TO WSV-ANTES-VIEJO
           MOVE WSV-CONT-NUEVO TO WSV-ANTES-NUEVO
           PERFORM 30000-REASIGNAR-PERSONAS
           IF WSV-MODO-REAL
              PERFORM 20000-CONTAR-PARES
              MOVE WSV-CONT-VIEJO TO WSV-DESPUES-VIEJO
              MOVE WSV-CONT-NUEVO TO WSV-DESPUES-NUEVO
              IF WSV-DESPUES-VIEJO = 0
                 PERFORM 40000-ACTUALIZAR-CATALOGO
              ELSE
                 DISPLAY 'QUEDAN ' WSV-DESPUES-VIEJO ' PERSONAS CON '
                    'EL PAR VIEJO, NO SE RETIRA DEL CATALOGO; '
                    'CORRIJA LOS ERRORES Y VUELVA A EJECUTAR'
              END-IF
           ELSE
              MOVE 0 TO WSV-DESPUES-VIEJO
              COMPUTE WSV-DESPUES-NUEVO =
                 WSV-ANTES-NUEVO + WSV-CONT-MOVIDAS
           END-IF
           PERFORM 50000-IMPRIMIR-RESUMEN
           PERFORM 60000-CERRAR-ARCHIVOS
           IF WSV-SISTEMA-BLOQUEADO
              PERFORM 12900-DESBLOQUEAR-SISTEMA
           END-IF
           DISPLAY 'REASIGNACION FINALIZADA, REPORTE EN '
              'REASIGNACIONCIUDAD'
           DISPLAY 'PERSONAS CON EL PAR VIEJO:    ' WSV-ANTES-VIEJO
           IF WSV-MODO-REAL
              DISPLAY 'PERSONAS MOVIDAS:             ' WSV-CONT-MOVIDAS
           ELSE
              DISPLAY 'PERSONAS A MOVER (SIMULACION):'
                 WSV-CONT-MOVIDAS
           END-IF
           DISPLAY 'PERSONAS CON ERROR:           ' WSV-CONT-ERRORES
           MOVE WSV-COD-RETORNO TO RETURN-CODE
           STOP RUN.

      * Misma regla que EJE013A1: sin archivo OPERADORES se acepta
      * cualquier codigo; con archivo, el operador debe estar activo,
      * tener permiso de modificacion y dar su clave si la tiene.
      * Aca no se cuentan intentos fallidos: la corrida se cancela.
       10000-IDENTIFICAR-OPERADOR.
           DISPLAY "INGRESE CODIGO DE OPERADOR"
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
                              PERFORM 10100-VERIFICAR-OPERADOR
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE OPERADORES
           END-IF
           IF WSV-OPERADOR-INVALIDO
              DISPLAY "OPERADOR NO HABILITADO PARA LA REASIGNACION, "
                 "SE CANCELA LA CORRIDA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       10100-VERIFICAR-OPERADOR.
           IF OPE-PERM-MODIF NOT = 'S'
              DISPLAY "EL OPERADOR NO TIENE PERMISO DE MODIFICACION"
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

       11000-INGRESAR-PARAMETROS.
           DISPLAY "INGRESE EL PAR VIEJO"
           PERFORM 5000-INGRESAR-PAR
           MOVE WSV-PAR-NUEVO TO WSV-PAR-VIEJO
           DISPLAY "INGRESE EL PAR NUEVO"
           PERFORM 5000-INGRESAR-PAR
           IF WSV-PAR-NUEVO = WSV-PAR-VIEJO
              DISPLAY "EL PAR NUEVO ES IGUAL AL VIEJO, NO HAY NADA "
                 "QUE REASIGNAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           SET WSV-DATO-INVALIDO TO TRUE
           PERFORM UNTIL WSV-DATO-VALIDO
               DISPLAY "MODO: S-SIMULACION (SOLO REPORTE)  "
                  "R-REAL (ACTUALIZA MAESTRO Y CATALOGO)"
               ACCEPT WSV-SW-MODO
               IF WSV-MODO-VALIDO
                  SET WSV-DATO-VALIDO TO TRUE
               ELSE
                  DISPLAY "MODO INVALIDO, DEBE SER S O R"
               END-IF
           END-PERFORM
           IF WSV-MODO-REAL
              DISPLAY "SE MOVERAN TODAS LAS PERSONAS DE "
                 WSV-CIUDAD-VIEJA " (" WSV-PROVINCIA-VIEJA ") A "
                 WSV-CIUDAD-NUEVA " (" WSV-PROVINCIA-NUEVA ")"
              DISPLAY "CONFIRMA LA REASIGNACION? (S/N)"
              ACCEPT WSV-CONFIRMACION
              IF NOT WSV-CONFIRMO-SI
                 DISPLAY "REASIGNACION CANCELADA"
                 STOP RUN
              END-IF
           END-IF.

       12000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
              DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
              DISPLAY 'FILE STATUS' WSS-FS-CATALOGO
              DISPLAY 'SIN CATALOGO NO SE PUEDE RETIRAR EL PAR VIEJO, '
                 'SE CANCELA LA CORRIDA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WSV-FIN-CATALOGO
               READ CATALOGO
                   AT END
                       SET WSV-FIN-CATALOGO TO TRUE
                   NOT AT END
                       IF WSV-CANT-CATALOGO < 5000
                          ADD 1 TO WSV-CANT-CATALOGO
                          MOVE CAT-PROVINCIA TO
                             WSV-CAT-PROVINCIA(WSV-CANT-CATALOGO)
                          MOVE CAT-CIUDAD TO
                             WSV-CAT-CIUDAD(WSV-CANT-CATALOGO)
                          MOVE CAT-COD-POSTAL TO
                             WSV-CAT-COD-POSTAL(WSV-CANT-CATALOGO)
                          MOVE CAT-REGION TO
                             WSV-CAT-REGION(WSV-CANT-CATALOGO)
                       ELSE
                          DISPLAY 'EL CATALOGO SUPERA LAS 5000 FILAS, '
                             'REGRABARLO PERDERIA LAS RESTANTES; SE '
                             'CANCELA LA CORRIDA'
                          CLOSE CATALOGO
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOGO.

      * Fusion: el par nuevo ya existe y el viejo solo se retira.
      * Renombre: el par nuevo no existe y hereda el codigo postal y
      * la region del viejo, que despues se pueden corregir con
      * EJE013A6 aunque el par ya tenga referencias.
       12100-VALIDAR-PARES.
           MOVE 0 TO WSV-POS-VIEJO
           MOVE 0 TO WSV-POS-NUEVO
           PERFORM VARYING WSV-IDX-CAT FROM 1 BY 1
                 UNTIL WSV-IDX-CAT > WSV-CANT-CATALOGO
               IF WSV-CAT-PROVINCIA(WSV-IDX-CAT) = WSV-PROVINCIA-VIEJA
                  AND WSV-CAT-CIUDAD(WSV-IDX-CAT) = WSV-CIUDAD-VIEJA
                   SET WSV-POS-VIEJO TO WSV-IDX-CAT
               END-IF
               IF WSV-CAT-PROVINCIA(WSV-IDX-CAT) = WSV-PROVINCIA-NUEVA
                  AND WSV-CAT-CIUDAD(WSV-IDX-CAT) = WSV-CIUDAD-NUEVA
                   SET WSV-POS-NUEVO TO WSV-IDX-CAT
               END-IF
           END-PERFORM
           IF WSV-POS-VIEJO = 0
              DISPLAY "ADVERTENCIA: EL PAR VIEJO NO ESTA EN EL "
                 "CATALOGO, SOLO SE MOVERAN LAS PERSONAS"
           END-IF
           IF WSV-POS-NUEVO = 0
              IF WSV-POS-VIEJO = 0
                 DISPLAY "NINGUNO DE LOS DOS PARES ESTA EN EL "
                    "CATALOGO; AGREGUE EL PAR NUEVO CON EJE013A6 Y "
                    "VUELVA A EJECUTAR"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 DISPLAY "EL PAR NUEVO NO EXISTE: SE TRATA COMO "
                    "RENOMBRE Y HEREDA LOS CODIGOS DEL PAR VIEJO"
              END-IF
           ELSE
              DISPLAY "EL PAR NUEVO YA EXISTE: SE TRATA COMO FUSION"
           END-IF.

      * Mismo bloqueo que EJE013C6: si el sistema ya esta no
      * disponible es que otro proceso lo tiene tomado; con sesiones
      * abiertas se libera y no se corre.
       12500-BLOQUEAR-SISTEMA.
           OPEN INPUT CONTROL-SISTEMA
           IF WSS-FS-CTLSISTEMA-OK
              READ CONTROL-SISTEMA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CSI-NO-DISPONIBLE
                       DISPLAY 'EL SISTEMA YA ESTA NO DISPONIBLE DESDE '
                          CSI-FECHA ' ' CSI-HORA ': ' CSI-MOTIVO
                       DISPLAY 'SISTEMA TOMADO POR OTRO PROCESO, NO SE '
                          'REASIGNA'
                       MOVE 16 TO WSV-COD-RETORNO
                    END-IF
              END-READ
              CLOSE CONTROL-SISTEMA
           END-IF
           IF WSV-COD-RETORNO < 16
              MOVE 'N' TO WSV-ESTADO-SISTEMA
              PERFORM 12800-GRABAR-CONTROL-SISTEMA
              SET WSV-SISTEMA-BLOQUEADO TO TRUE
              PERFORM 12600-VERIFICAR-SESIONES
              IF WSV-CANT-ABIERTAS > 0
                 PERFORM 12700-INFORMAR-SESIONES
                 DISPLAY 'HAY ' WSV-CANT-ABIERTAS ' OPERADORES CON '
                    'SESION ABIERTA, NO SE REASIGNA. CIERRELAS O '
                    'FUERCE EL CIERRE CON EJE013C4'
                 PERFORM 12900-DESBLOQUEAR-SISTEMA
                 MOVE 16 TO WSV-COD-RETORNO
              END-IF
           END-IF
           IF WSV-COD-RETORNO = 16
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       12600-VERIFICAR-SESIONES.
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
                          PERFORM 12610-CONTAR-SESION
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

       12610-CONTAR-SESION.
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

       12700-INFORMAR-SESIONES.
           PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                 UNTIL WSV-IDX-SES > WSV-CANT-OPE-SESION
               IF WSV-SES-ABIERTAS(WSV-IDX-SES) > 0
                  MOVE WSV-SES-OPERADOR(WSV-IDX-SES) TO WS-SES-OPERADOR
                  MOVE WSV-SES-FECHA(WSV-IDX-SES) TO WS-SES-FECHA
                  MOVE WSV-SES-HORA(WSV-IDX-SES)(1:2) TO WS-SES-HH
                  MOVE WSV-SES-HORA(WSV-IDX-SES)(3:2) TO WS-SES-MM
                  MOVE WSV-SES-ABIERTAS(WSV-IDX-SES) TO WS-SES-CANT
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
              MOVE 'REASIGNACION DE CIUDAD EJE013B7' TO CSI-MOTIVO
              WRITE REG-CONTROL-SISTEMA
              IF NOT WSS-FS-CTLSISTEMA-OK
                 DISPLAY 'ERROR DE ARCHIVO DE CONTROL DE SISTEMA'
                 DISPLAY 'FILE STATUS' WSS-FS-CTLSISTEMA
              END-IF
              CLOSE CONTROL-SISTEMA
           END-IF.

       12900-DESBLOQUEAR-SISTEMA.
           MOVE 'D' TO WSV-ESTADO-SISTEMA
           PERFORM 12800-GRABAR-CONTROL-SISTEMA
           MOVE SPACES TO WSV-SW-BLOQUEO.

       13000-ABRIR-ARCHIVOS.
           IF WSV-MODO-REAL
              OPEN I-O SALIDA
           ELSE
              OPEN INPUT SALIDA
           END-IF
           IF NOT WSS-FS-SALIDA-OK
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
              IF WSV-SISTEMA-BLOQUEADO
                 PERFORM 12900-DESBLOQUEAR-SISTEMA
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              CLOSE SALIDA
              IF WSV-SISTEMA-BLOQUEADO
                 PERFORM 12900-DESBLOQUEAR-SISTEMA
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WSV-MODO-REAL
              OPEN EXTEND AUDITORIA
              IF WSS-FS-AUDIT-NOEXISTE
                 OPEN OUTPUT AUDITORIA
                 CLOSE AUDITORIA
                 OPEN EXTEND AUDITORIA
              END-IF
              IF NOT WSS-FS-AUDIT-OK
                 DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
                 DISPLAY 'FILE STATUS' WSS-FS-AUDIT
                 PERFORM 29000-MARCAR-ADVERTENCIA
              END-IF
              OPEN EXTEND DIARIO
              IF WSS-FS-DIARIO-NOEXISTE
                 OPEN OUTPUT DIARIO
                 CLOSE DIARIO
                 OPEN EXTEND DIARIO
              END-IF
              IF NOT WSS-FS-DIARIO-OK
                 DISPLAY 'ERROR DE ARCHIVO DE DIARIO'
                 DISPLAY 'FILE STATUS' WSS-FS-DIARIO
                 PERFORM 29000-MARCAR-ADVERTENCIA
              END-IF
           END-IF
           PERFORM 13100-ENCABEZADO.

       13100-ENCABEZADO.
           IF WSV-MODO-REAL
              MOVE 'CORRIDA REAL' TO WS-TIT-MODO
           ELSE
              MOVE 'SIMULACION - NO SE ACTUALIZO NADA' TO WS-TIT-MODO
           END-IF
           MOVE WSV-OPERADOR TO WS-TIT-OPERADOR
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'PAR VIEJO: ' TO WS-PAR-TITULO
           MOVE WSV-PROVINCIA-VIEJA TO WS-PAR-PROVINCIA
           MOVE WSV-CIUDAD-VIEJA TO WS-PAR-CIUDAD
           MOVE WS-LINEA-PAR TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'PAR NUEVO: ' TO WS-PAR-TITULO
           MOVE WSV-PROVINCIA-NUEVA TO WS-PAR-PROVINCIA
           MOVE WSV-CIUDAD-NUEVA TO WS-PAR-CIUDAD
           MOVE WS-LINEA-PAR TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       13200-ESCRIBIR-LINEA.
           WRITE REG-REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF.

       20000-CONTAR-PARES.
           MOVE 0 TO WSV-CONT-VIEJO
           MOVE 0 TO WSV-CONT-NUEVO
           MOVE SPACES TO WSV-SW-FIN-SALIDA
           MOVE LOW-VALUES TO SALIDA-CLAVE
           START SALIDA KEY IS NOT LESS THAN SALIDA-CLAVE
               INVALID KEY
                   SET WSV-FIN-SALIDA TO TRUE
           END-START
           PERFORM UNTIL WSV-FIN-SALIDA
               READ SALIDA NEXT RECORD
                   AT END
                       SET WSV-FIN-SALIDA TO TRUE
                   NOT AT END
                       IF PROVINCIA = WSV-PROVINCIA-VIEJA
                          AND CIUDAD = WSV-CIUDAD-VIEJA
                           ADD 1 TO WSV-CONT-VIEJO
                       END-IF
                       IF PROVINCIA = WSV-PROVINCIA-NUEVA
                          AND CIUDAD = WSV-CIUDAD-NUEVA
                           ADD 1 TO WSV-CONT-NUEVO
                       END-IF
               END-READ
           END-PERFORM.

      * Se mueven todas las personas del par, cualquiera sea su
      * estado: un inactivo o fallecido con el par viejo tambien
      * impediria retirarlo del catalogo.
       30000-REASIGNAR-PERSONAS.
           MOVE SPACES TO WSV-SW-FIN-SALIDA
           MOVE LOW-VALUES TO SALIDA-CLAVE
           START SALIDA KEY IS NOT LESS THAN SALIDA-CLAVE
               INVALID KEY
                   SET WSV-FIN-SALIDA TO TRUE
           END-START
           PERFORM UNTIL WSV-FIN-SALIDA
               READ SALIDA NEXT RECORD
                   AT END
                       SET WSV-FIN-SALIDA TO TRUE
                   NOT AT END
                       IF PROVINCIA = WSV-PROVINCIA-VIEJA
                          AND CIUDAD = WSV-CIUDAD-VIEJA
                           PERFORM 30100-REASIGNAR-PERSONA
                       END-IF
               END-READ
           END-PERFORM.

       30100-REASIGNAR-PERSONA.
           MOVE DNI TO WS-DET-DNI
           MOVE NOMBRE TO WS-DET-NOMBRE
           MOVE ESTADO TO WS-DET-ESTADO
           IF WSV-MODO-SIMULACION
              ADD 1 TO WSV-CONT-MOVIDAS
              MOVE 'SE MOVERIA AL PAR NUEVO' TO WS-DET-RESULTADO
           ELSE
              MOVE REG-SALIDA TO WSV-DIARIO-ANTES
              MOVE WSV-PROVINCIA-NUEVA TO PROVINCIA
              MOVE WSV-CIUDAD-NUEVA TO CIUDAD
              REWRITE REG-SALIDA
              IF WSS-FS-SALIDA-OK
                 ADD 1 TO WSV-CONT-MOVIDAS
                 PERFORM 30200-GRABAR-AUDITORIA
                 PERFORM 30300-GRABAR-DIARIO
                 MOVE 'MOVIDA AL PAR NUEVO' TO WS-DET-RESULTADO
              ELSE
                 ADD 1 TO WSV-CONT-ERRORES
                 DISPLAY 'ERROR DE ARCHIVO DE SALIDA, DNI ' DNI
                 DISPLAY 'FILE STATUS' WSS-FS-SALIDA
                 PERFORM 29100-MARCAR-ERROR
                 MOVE 'ERROR AL REGRABAR, QUEDO EN EL PAR VIEJO'
                    TO WS-DET-RESULTADO
              END-IF
           END-IF
           MOVE WS-LINEA-DETALLE TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA.

       30200-GRABAR-AUDITORIA.
           MOVE WSV-OPERADOR TO AUD-OPERADOR
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE DNI TO AUD-DNI
           MOVE PROVINCIA TO AUD-PROVINCIA
           MOVE CIUDAD TO AUD-CIUDAD
           MOVE NOMBRE TO AUD-NOMBRE
           MOVE SPACES TO AUD-OPE-SOLICITA
           WRITE REG-AUDITORIA
           IF NOT WSS-FS-AUDIT-OK
              DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
              DISPLAY 'FILE STATUS' WSS-FS-AUDIT
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF.

      * Igual que una modificacion de EJE013A1: EJE013A3 la exporta
      * como cambio y EJE013B4 la sabe reaplicar.
       30300-GRABAR-DIARIO.
           ACCEPT DIA-FECHA FROM DATE YYYYMMDD
           ACCEPT DIA-HORA FROM TIME
           MOVE WSV-OPERADOR TO DIA-OPERADOR
           MOVE 'M' TO DIA-ACCION
           MOVE WSV-DIARIO-ANTES TO DIA-IMAGEN-ANTES
           MOVE REG-SALIDA TO DIA-IMAGEN-DESPUES
           MOVE SPACES TO DIA-OPE-SOLICITA
           WRITE REG-DIARIO
           IF NOT WSS-FS-DIARIO-OK
              DISPLAY 'ERROR DE ARCHIVO DE DIARIO'
              DISPLAY 'FILE STATUS' WSS-FS-DIARIO
              PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF.

      * El par viejo solo se retira cuando ya no lo referencia nadie;
      * en un renombre se agrega el nuevo en su lugar.
       40000-ACTUALIZAR-CATALOGO.
           IF WSV-POS-NUEVO = 0
              MOVE WSV-PROVINCIA-NUEVA TO
                 WSV-CAT-PROVINCIA(WSV-POS-VIEJO)
              MOVE WSV-CIUDAD-NUEVA TO
                 WSV-CAT-CIUDAD(WSV-POS-VIEJO)
              PERFORM 40200-GRABAR-CATALOGO
              DISPLAY 'PAR RENOMBRADO EN EL CATALOGO'
           ELSE
              IF WSV-POS-VIEJO > 0
                 PERFORM 40100-QUITAR-PAR
                 PERFORM 40200-GRABAR-CATALOGO
                 DISPLAY 'PAR VIEJO RETIRADO DEL CATALOGO'
              END-IF
           END-IF.

       40100-QUITAR-PAR.
           PERFORM VARYING WSV-IDX-LISTA FROM WSV-POS-VIEJO BY 1
                 UNTIL WSV-IDX-LISTA >= WSV-CANT-CATALOGO
               MOVE WSV-CATALOGO-ITEM(WSV-IDX-LISTA + 1)
                  TO WSV-CATALOGO-ITEM(WSV-IDX-LISTA)
           END-PERFORM
           SUBTRACT 1 FROM WSV-CANT-CATALOGO.

       40200-GRABAR-CATALOGO.
           OPEN OUTPUT CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
              DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
              DISPLAY 'FILE STATUS' WSS-FS-CATALOGO
              PERFORM 29100-MARCAR-ERROR
           ELSE
              PERFORM VARYING WSV-IDX-LISTA FROM 1 BY 1
                    UNTIL WSV-IDX-LISTA > WSV-CANT-CATALOGO
                  MOVE WSV-CAT-PROVINCIA(WSV-IDX-LISTA)
                     TO CAT-PROVINCIA
                  MOVE WSV-CAT-CIUDAD(WSV-IDX-LISTA) TO CAT-CIUDAD
                  MOVE WSV-CAT-COD-POSTAL(WSV-IDX-LISTA)
                     TO CAT-COD-POSTAL
                  MOVE WSV-CAT-REGION(WSV-IDX-LISTA) TO CAT-REGION
                  WRITE REG-CATALOGO
                  IF NOT WSS-FS-CATALOGO-OK
                     DISPLAY 'ERROR DE ARCHIVO DE CATALOGO'
                     DISPLAY 'FILE STATUS' WSS-FS-CATALOGO
                     PERFORM 29100-MARCAR-ERROR
                  END-IF
              END-PERFORM
              CLOSE CATALOGO
           END-IF.

       50000-IMPRIMIR-RESUMEN.
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE WS-LINEA-CABECERA-CONTEO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'PERSONAS CON EL PAR VIEJO' TO WS-CON-TITULO
           MOVE WSV-ANTES-VIEJO TO WS-CON-ANTES
           MOVE WSV-DESPUES-VIEJO TO WS-CON-DESPUES
           MOVE WS-LINEA-CONTEO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'PERSONAS CON EL PAR NUEVO' TO WS-CON-TITULO
           MOVE WSV-ANTES-NUEVO TO WS-CON-ANTES
           MOVE WSV-DESPUES-NUEVO TO WS-CON-DESPUES
           MOVE WS-LINEA-CONTEO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           IF WSV-MODO-REAL
              MOVE 'PERSONAS MOVIDAS' TO WS-TOT-TITULO
           ELSE
              MOVE 'PERSONAS A MOVER' TO WS-TOT-TITULO
           END-IF
           MOVE WSV-CONT-MOVIDAS TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'PERSONAS CON ERROR' TO WS-TOT-TITULO
           MOVE WSV-CONT-ERRORES TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           IF WSV-MODO-REAL
              AND WSV-ANTES-VIEJO + WSV-ANTES-NUEVO NOT =
                  WSV-DESPUES-VIEJO + WSV-DESPUES-NUEVO
               MOVE 'ATENCION: LOS TOTALES DE ANTES Y DESPUES NO '
                  TO REG-REPORTE
               MOVE 'CUADRAN' TO REG-REPORTE(45:7)
               PERFORM 13200-ESCRIBIR-LINEA
               MOVE 'EL MAESTRO CAMBIO DURANTE LA CORRIDA'
                  TO REG-REPORTE
               PERFORM 13200-ESCRIBIR-LINEA
               PERFORM 29000-MARCAR-ADVERTENCIA
           END-IF.

       60000-CERRAR-ARCHIVOS.
           CLOSE SALIDA
           CLOSE REPORTE
           IF WSV-MODO-REAL
              CLOSE AUDITORIA
              CLOSE DIARIO
           END-IF.

       29000-MARCAR-ADVERTENCIA.
           IF WSV-COD-RETORNO < 4
              MOVE 4 TO WSV-COD-RETORNO
           END-IF.

       29100-MARCAR-ERROR.
           IF WSV-COD-RETORNO < 8
              MOVE 8 TO WSV-COD-RETORNO
           END-IF.

       5000-INGRESAR-PAR.
           SET WSV-DATO-INVALIDO TO TRUE
           PERFORM UNTIL WSV-DATO-VALIDO
               DISPLAY "INGRESAR PROVINCIA"
               ACCEPT WSV-PROVINCIA-NUEVA
               IF WSV-PROVINCIA-NUEVA = SPACES
                  OR FUNCTION TRIM(WSV-PROVINCIA-NUEVA) NUMERIC
                   DISPLAY "PROVINCIA INVALIDA, NO PUEDE ESTAR EN "
                      "BLANCO NI SER NUMERICA"
               ELSE
                   SET WSV-DATO-VALIDO TO TRUE
               END-IF
           END-PERFORM
           SET WSV-DATO-INVALIDO TO TRUE
           PERFORM UNTIL WSV-DATO-VALIDO
               DISPLAY "INGRESAR CIUDAD"
               ACCEPT WSV-CIUDAD-NUEVA
               IF WSV-CIUDAD-NUEVA = SPACES
                  OR FUNCTION TRIM(WSV-CIUDAD-NUEVA) NUMERIC
                   DISPLAY "CIUDAD INVALIDA, NO PUEDE ESTAR EN "
                      "BLANCO NI SER NUMERICA"
               ELSE
                   SET WSV-DATO-VALIDO TO TRUE
               END-IF
           END-PERFORM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
