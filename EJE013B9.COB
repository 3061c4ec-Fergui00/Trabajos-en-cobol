      ******************************************************************
      * Author: FERNANDO
      * Date: 2026 10
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE013B9.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Cruce del archivo de fallecidos del registro civil contra
      * DATOSPERSONASNUEVO. Cada fallecido se busca por DNI y se
      * controla que el NOMBRE y la FECHA-NACIMIENTO coincidan con
      * el maestro. Si coinciden la persona pasa a ESTADO 'F' con
      * FECHA-ESTADO igual a la fecha de defuncion, con su entrada
      * 'M' en JOURNALPERSONAS y su linea en AUDITPERSONAS, igual que
      * la opcion 7 de EJE013A1. Los casos que no coinciden (DNI
      * inexistente, nombre o fecha de nacimiento distintos, persona
      * que ya figura fallecida, registro invalido) no se tocan y van
      * al reporte de excepciones para revision manual.
      * El archivo de entrada se toma de ARCHFALLECIDOS (por omision
      * FALLECIDOSREGCIVIL) y el operador de OPERADOR (por omision
      * REGCIVIL).
      * Toma CONTROLSISTEMA como EJE013C6 y no arranca si otro
      * proceso lo tiene tomado o si hay sesiones interactivas
      * abiertas en SESIONESPERSONAS.
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

       SELECT FALLECIDOS        ASSIGN TO DISK WSV-ARCHIVO-FALLECIDOS
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-FALLECIDOS.

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

       SELECT REPORTE           ASSIGN TO DISK 'FALLECIDOSACTUALIZADOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-REPORTE.

       SELECT EXCEPCIONES       ASSIGN TO DISK 'EXCEPCIONESFALLECIDOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-EXCEPCIONES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD SALIDA.
           COPY PERSONA.

      * Archivo del registro civil: DNI, nombre, fecha de nacimiento
      * y fecha de defuncion, una persona por linea. Los campos
      * numericos se leen alfanumericos para poder informar los
      * registros mal formados en lugar de cortar la corrida.
       FD FALLECIDOS.
       01 REG-FALLECIDO.
           05 FAL-DNI                PIC X(08).
           05 FAL-NOMBRE             PIC X(25).
           05 FAL-FECHA-NACIMIENTO   PIC X(08).
           05 FAL-FECHA-DEFUNCION    PIC X(08).

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

       FD EXCEPCIONES.
       01 REG-EXCEPCION PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-SALIDA            PIC X(02).
          88 WSS-FS-SALIDA-OK       VALUE '00'.

       01 WSS-FS-FALLECIDOS        PIC X(02).
          88 WSS-FS-FALLECIDOS-OK   VALUE '00'.

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

       01 WSS-FS-EXCEPCIONES       PIC X(02).
          88 WSS-FS-EXCEPCIONES-OK  VALUE '00'.

       01 WSV-SW-FIN-FALLECIDOS    PIC X(01) VALUE 'N'.
          88 WSV-FIN-FALLECIDOS     VALUE 'S'.

       01 WSV-SW-FIN-SESIONES      PIC X(01).
          88 WSV-FIN-SESIONES       VALUE 'S'.

       01 WSV-SW-BLOQUEO           PIC X(01) VALUE SPACE.
          88 WSV-SISTEMA-BLOQUEADO  VALUE 'S'.

       01 WSV-ARCHIVO-FALLECIDOS   PIC X(30).
       01 WSV-OPERADOR             PIC X(10).

      * Codigo de retorno: 0 = limpia, 4 = hay excepciones para
      * revisar o fallas de auditoria o diario, 8 = fallecidos que no
      * se pudieron regrabar, 16 = corrida cancelada sin tocar nada.
       01 WSV-COD-RETORNO          PIC 9(2) VALUE 0.

       01 WSV-MOTIVO               PIC X(45).
       01 WSV-NOMBRE-REGISTRO      PIC X(25).
       01 WSV-NOMBRE-MAESTRO       PIC X(25).
       01 WSV-FECHA-HOY            PIC 9(8).
       01 WSV-DIARIO-ANTES         PIC X(138).

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

       01 WSV-CONT-LEIDOS          PIC 9(6) VALUE 0.
       01 WSV-CONT-ACTUALIZADOS    PIC 9(6) VALUE 0.
       01 WSV-CONT-EXCEPCIONES     PIC 9(6) VALUE 0.
       01 WSV-CONT-NO-EXISTE       PIC 9(6) VALUE 0.
       01 WSV-CONT-NOMBRE          PIC 9(6) VALUE 0.
       01 WSV-CONT-FECHA-NAC       PIC 9(6) VALUE 0.
       01 WSV-CONT-YA-FALLECIDO    PIC 9(6) VALUE 0.
       01 WSV-CONT-INVALIDOS       PIC 9(6) VALUE 0.
       01 WSV-CONT-ERRORES         PIC 9(6) VALUE 0.

       01 WS-LINEA-TITULO.
           05 WS-TIT-TEXTO PIC X(50).
           05 FILLER PIC X(10) VALUE 'ARCHIVO: '.
           05 WS-TIT-ARCHIVO PIC X(30).
           05 FILLER PIC X(8) VALUE ' FECHA: '.
           05 WS-TIT-FECHA PIC 9(8).

      * Linea de personas pasadas a fallecido.
       01 WS-LINEA-DETALLE.
           05 FILLER PIC X(5) VALUE 'DNI: '.
           05 WS-DET-DNI PIC 9(08).
           05 FILLER PIC X(9) VALUE ' NOMBRE: '.
           05 WS-DET-NOMBRE PIC X(25).
           05 FILLER PIC X(17) VALUE ' ESTADO ANTERIOR '.
           05 WS-DET-ESTADO PIC X(01).
           05 FILLER PIC X(18) VALUE '  FALLECIDO DESDE '.
           05 WS-DET-FECHA PIC 9(08).

      * Linea de excepcion: lo que informo el registro civil, lo que
      * hay en el maestro y el motivo por el que no se aplico.
       01 WS-LINEA-EXCEPCION.
           05 FILLER PIC X(5) VALUE 'DNI: '.
           05 WS-EXC-DNI PIC X(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXC-NOMBRE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXC-FECHA-NAC PIC X(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-EXC-FECHA-DEF PIC X(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EXC-MOTIVO PIC X(45).

       01 WS-LINEA-MAESTRO.
           05 FILLER PIC X(14) VALUE '     MAESTRO: '.
           05 WS-MAE-NOMBRE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MAE-FECHA-NAC PIC 9(08).
           05 FILLER PIC X(9) VALUE ' ESTADO: '.
           05 WS-MAE-ESTADO PIC X(01).
           05 FILLER PIC X(8) VALUE ' DESDE: '.
           05 WS-MAE-FECHA-ESTADO PIC 9(08).

       01 WS-LINEA-CABECERA-EXC.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(26) VALUE 'NOMBRE (REGISTRO CIVIL)'.
           05 FILLER PIC X(9) VALUE 'FEC.NAC.'.
           05 FILLER PIC X(10) VALUE 'FEC.DEF.'.
           05 FILLER PIC X(6) VALUE 'MOTIVO'.

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
           PERFORM 10000-ABRIR-ARCHIVOS
           PERFORM UNTIL WSV-FIN-FALLECIDOS
               READ FALLECIDOS
                   AT END
                       SET WSV-FIN-FALLECIDOS TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CONT-LEIDOS
                       PERFORM 20000-PROCESAR-FALLECIDO
               END-READ
           END-PERFORM
           PERFORM 50000-IMPRIMIR-TOTALES
           PERFORM 60000-CERRAR-ARCHIVOS
           PERFORM 12900-DESBLOQUEAR-SISTEMA
           DISPLAY 'CRUCE DE FALLECIDOS FINALIZADO'
           DISPLAY 'REGISTROS LEIDOS:         ' WSV-CONT-LEIDOS
           DISPLAY 'PASADOS A FALLECIDO:      ' WSV-CONT-ACTUALIZADOS
           DISPLAY 'EXCEPCIONES A REVISAR:    ' WSV-CONT-EXCEPCIONES
           DISPLAY 'ERRORES DE GRABACION:     ' WSV-CONT-ERRORES
           DISPLAY 'DETALLE EN FALLECIDOSACTUALIZADOS Y '
              'EXCEPCIONESFALLECIDOS'
           MOVE WSV-COD-RETORNO TO RETURN-CODE
           STOP RUN.

       10000-ABRIR-ARCHIVOS.
           ACCEPT WSV-ARCHIVO-FALLECIDOS FROM ENVIRONMENT
              "ARCHFALLECIDOS"
           IF WSV-ARCHIVO-FALLECIDOS = SPACES
              MOVE 'FALLECIDOSREGCIVIL' TO WSV-ARCHIVO-FALLECIDOS
           END-IF
           ACCEPT WSV-OPERADOR FROM ENVIRONMENT "OPERADOR"
           IF WSV-OPERADOR = SPACES
              MOVE 'REGCIVIL' TO WSV-OPERADOR
           END-IF
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 12500-BLOQUEAR-SISTEMA
           OPEN INPUT FALLECIDOS
           IF NOT WSS-FS-FALLECIDOS-OK
              DISPLAY 'ERROR DE ARCHIVO DE FALLECIDOS '
                 WSV-ARCHIVO-FALLECIDOS
              DISPLAY 'FILE STATUS' WSS-FS-FALLECIDOS
              PERFORM 12900-DESBLOQUEAR-SISTEMA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O SALIDA
           IF NOT WSS-FS-SALIDA-OK
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
              CLOSE FALLECIDOS
              PERFORM 12900-DESBLOQUEAR-SISTEMA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
              CLOSE FALLECIDOS
              CLOSE SALIDA
              PERFORM 12900-DESBLOQUEAR-SISTEMA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EXCEPCIONES
           IF NOT WSS-FS-EXCEPCIONES-OK
              DISPLAY 'ERROR DE ARCHIVO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS ' WSS-FS-EXCEPCIONES
              CLOSE FALLECIDOS
              CLOSE SALIDA
              CLOSE REPORTE
              PERFORM 12900-DESBLOQUEAR-SISTEMA
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
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
           PERFORM 11000-ENCABEZADOS.

       11000-ENCABEZADOS.
           MOVE WSV-ARCHIVO-FALLECIDOS TO WS-TIT-ARCHIVO
           MOVE WSV-FECHA-HOY TO WS-TIT-FECHA
           MOVE 'PERSONAS PASADAS A FALLECIDO' TO WS-TIT-TEXTO
           MOVE WS-LINEA-TITULO TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE ALL '-' TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'EXCEPCIONES DEL CRUCE DE FALLECIDOS' TO WS-TIT-TEXTO
           MOVE WS-LINEA-TITULO TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION
           MOVE ALL '-' TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION
           MOVE WS-LINEA-CABECERA-EXC TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION.

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
                          'CRUZA'
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
                    'SESION ABIERTA, NO SE CRUZA. CIERRELAS O '
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
              MOVE 'CRUCE DE FALLECIDOS EJE013B9' TO CSI-MOTIVO
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

       13200-ESCRIBIR-LINEA.
           WRITE REG-REPORTE
           IF NOT WSS-FS-REPORTE-OK
              DISPLAY 'ERROR DE ARCHIVO DE REPORTE'
              DISPLAY 'FILE STATUS ' WSS-FS-REPORTE
           END-IF.

       13300-ESCRIBIR-EXCEPCION.
           WRITE REG-EXCEPCION
           IF NOT WSS-FS-EXCEPCIONES-OK
              DISPLAY 'ERROR DE ARCHIVO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS ' WSS-FS-EXCEPCIONES
           END-IF.

      * El nombre se compara sin distinguir mayusculas: el registro
      * civil no respeta la forma en que se cargo en el maestro.
       20000-PROCESAR-FALLECIDO.
           MOVE SPACES TO WSV-MOTIVO
           IF FAL-DNI NOT NUMERIC
              OR FAL-FECHA-NACIMIENTO NOT NUMERIC
              OR FAL-FECHA-DEFUNCION NOT NUMERIC
              OR FAL-FECHA-DEFUNCION < FAL-FECHA-NACIMIENTO
              OR FAL-FECHA-DEFUNCION > WSV-FECHA-HOY
               ADD 1 TO WSV-CONT-INVALIDOS
               MOVE 'REGISTRO INVALIDO (DNI O FECHAS)' TO WSV-MOTIVO
               PERFORM 30000-GRABAR-EXCEPCION
           ELSE
               MOVE FAL-DNI TO DNI
               READ SALIDA KEY IS SALIDA-CLAVE
                   INVALID KEY
                       ADD 1 TO WSV-CONT-NO-EXISTE
                       MOVE 'DNI INEXISTENTE EN EL MAESTRO'
                          TO WSV-MOTIVO
                       PERFORM 30000-GRABAR-EXCEPCION
                   NOT INVALID KEY
                       PERFORM 21000-VERIFICAR-COINCIDENCIA
               END-READ
           END-IF.

       21000-VERIFICAR-COINCIDENCIA.
           MOVE FUNCTION UPPER-CASE(FAL-NOMBRE) TO WSV-NOMBRE-REGISTRO
           MOVE FUNCTION UPPER-CASE(NOMBRE) TO WSV-NOMBRE-MAESTRO
           IF ESTADO-FALLECIDO
              ADD 1 TO WSV-CONT-YA-FALLECIDO
              MOVE 'YA FIGURA FALLECIDO EN EL MAESTRO' TO WSV-MOTIVO
           ELSE
              IF WSV-NOMBRE-REGISTRO NOT = WSV-NOMBRE-MAESTRO
                 ADD 1 TO WSV-CONT-NOMBRE
                 MOVE 'EL NOMBRE NO COINCIDE CON EL MAESTRO'
                    TO WSV-MOTIVO
              ELSE
                 IF FAL-FECHA-NACIMIENTO NOT = FECHA-NACIMIENTO
                    ADD 1 TO WSV-CONT-FECHA-NAC
                    MOVE 'LA FECHA DE NACIMIENTO NO COINCIDE'
                       TO WSV-MOTIVO
                 END-IF
              END-IF
           END-IF
           IF WSV-MOTIVO = SPACES
              PERFORM 22000-MARCAR-FALLECIDO
           ELSE
              PERFORM 30000-GRABAR-EXCEPCION
           END-IF.

       22000-MARCAR-FALLECIDO.
           MOVE REG-SALIDA TO WSV-DIARIO-ANTES
           MOVE ESTADO TO WS-DET-ESTADO
           SET ESTADO-FALLECIDO TO TRUE
           MOVE FAL-FECHA-DEFUNCION TO FECHA-ESTADO
           REWRITE REG-SALIDA
           IF WSS-FS-SALIDA-OK
              ADD 1 TO WSV-CONT-ACTUALIZADOS
              PERFORM 22100-GRABAR-AUDITORIA
              PERFORM 22200-GRABAR-DIARIO
              MOVE DNI TO WS-DET-DNI
              MOVE NOMBRE TO WS-DET-NOMBRE
              MOVE FECHA-ESTADO TO WS-DET-FECHA
              MOVE WS-LINEA-DETALLE TO REG-REPORTE
              PERFORM 13200-ESCRIBIR-LINEA
           ELSE
              ADD 1 TO WSV-CONT-ERRORES
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA, DNI ' DNI
              DISPLAY 'FILE STATUS' WSS-FS-SALIDA
              PERFORM 29100-MARCAR-ERROR
              MOVE WSV-DIARIO-ANTES TO REG-SALIDA
              MOVE 'ERROR AL REGRABAR, NO SE ACTUALIZO' TO WSV-MOTIVO
              PERFORM 30000-GRABAR-EXCEPCION
           END-IF.

       22100-GRABAR-AUDITORIA.
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

      * Igual que un cambio de estado de EJE013A1: EJE013A3 lo
      * exporta como cambio y EJE013B4 lo sabe reaplicar.
       22200-GRABAR-DIARIO.
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

      * Cuando el DNI existe se agrega debajo lo que tiene el maestro
      * para que la revision manual no tenga que buscarlo.
       30000-GRABAR-EXCEPCION.
           ADD 1 TO WSV-CONT-EXCEPCIONES
           PERFORM 29000-MARCAR-ADVERTENCIA
           MOVE FAL-DNI TO WS-EXC-DNI
           MOVE FAL-NOMBRE TO WS-EXC-NOMBRE
           MOVE FAL-FECHA-NACIMIENTO TO WS-EXC-FECHA-NAC
           MOVE FAL-FECHA-DEFUNCION TO WS-EXC-FECHA-DEF
           MOVE WSV-MOTIVO TO WS-EXC-MOTIVO
           MOVE WS-LINEA-EXCEPCION TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION
           IF WSS-FS-SALIDA-OK AND FAL-DNI NUMERIC
              AND DNI = FAL-DNI
               MOVE NOMBRE TO WS-MAE-NOMBRE
               MOVE FECHA-NACIMIENTO TO WS-MAE-FECHA-NAC
               MOVE ESTADO TO WS-MAE-ESTADO
               MOVE FECHA-ESTADO TO WS-MAE-FECHA-ESTADO
               MOVE WS-LINEA-MAESTRO TO REG-EXCEPCION
               PERFORM 13300-ESCRIBIR-EXCEPCION
           END-IF.

       50000-IMPRIMIR-TOTALES.
           MOVE SPACES TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'REGISTROS LEIDOS DEL REGISTRO CIVIL' TO WS-TOT-TITULO
           MOVE WSV-CONT-LEIDOS TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'PERSONAS PASADAS A FALLECIDO' TO WS-TOT-TITULO
           MOVE WSV-CONT-ACTUALIZADOS TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE 'EXCEPCIONES (VER EXCEPCIONESFALLECIDOS)'
              TO WS-TOT-TITULO
           MOVE WSV-CONT-EXCEPCIONES TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-REPORTE
           PERFORM 13200-ESCRIBIR-LINEA
           MOVE SPACES TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION
           MOVE 'DNI INEXISTENTE' TO WS-TOT-TITULO
           MOVE WSV-CONT-NO-EXISTE TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION
           MOVE 'NOMBRE DISTINTO' TO WS-TOT-TITULO
           MOVE WSV-CONT-NOMBRE TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION
           MOVE 'FECHA DE NACIMIENTO DISTINTA' TO WS-TOT-TITULO
           MOVE WSV-CONT-FECHA-NAC TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION
           MOVE 'YA FALLECIDOS' TO WS-TOT-TITULO
           MOVE WSV-CONT-YA-FALLECIDO TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION
           MOVE 'REGISTROS INVALIDOS' TO WS-TOT-TITULO
           MOVE WSV-CONT-INVALIDOS TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION
           MOVE 'ERRORES AL REGRABAR' TO WS-TOT-TITULO
           MOVE WSV-CONT-ERRORES TO WS-TOT-CANT
           MOVE WS-LINEA-TOTAL TO REG-EXCEPCION
           PERFORM 13300-ESCRIBIR-EXCEPCION.

       60000-CERRAR-ARCHIVOS.
           CLOSE FALLECIDOS
           CLOSE SALIDA
           CLOSE REPORTE
           CLOSE EXCEPCIONES
           CLOSE AUDITORIA
           CLOSE DIARIO.

       29000-MARCAR-ADVERTENCIA.
           IF WSV-COD-RETORNO < 4
              MOVE 4 TO WSV-COD-RETORNO
           END-IF.

       29100-MARCAR-ERROR.
           IF WSV-COD-RETORNO < 8
              MOVE 8 TO WSV-COD-RETORNO
           END-IF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
