                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-SESIONES.

      * Historicos que dejo EJE013C6: el catalogo dice que archivo
      * tiene cada rango de fechas; el nombre fisico se arma al leerlo.
       SELECT CATALOGO          ASSIGN TO DISK 'CATALOGOHISTORICOS'
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-CATALOGO.

       SELECT AUDITORIA-HIST    ASSIGN TO DISK WSV-NOMBRE-HISTORICO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-HISTORICO.

       SELECT SESIONES-HIST     ASSIGN TO DISK WSV-NOMBRE-HISTORICO
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WSS-FS-HISTORICO.

       SELECT ARCH-ORDEN        ASSIGN TO DISK 'WORKAUDITORIA'.

       SELECT REPORTE           ASSIGN TO DISK 'LISTADOAUDITORIA'
           05 AUD-PROVINCIA   PIC X(23).
           05 AUD-CIUDAD      PIC X(20).
           05 AUD-NOMBRE      PIC X(25).
           05 AUD-OPE-SOLICITA PIC X(10).

       FD SALIDA.
           COPY PERSONA.
           05 SES-TIPO        PIC X(01).
           05 SES-FECHA       PIC 9(08).
           05 SES-HORA        PIC 9(08).
           05 SES-OPE-CIERRA  PIC X(10).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 CAT-TIPO        PIC X(01).
              88 CAT-AUDITORIA   VALUE 'A'.
              88 CAT-SESIONES    VALUE 'S'.
           05 CAT-ARCHIVO     PIC X(30).
           05 CAT-FECHA-DESDE PIC 9(08).
           05 CAT-FECHA-HASTA PIC 9(08).
           05 CAT-CANTIDAD    PIC 9(08).
           05 CAT-FECHA-PROC  PIC 9(08).

       FD AUDITORIA-HIST.
       01 REG-AUDITORIA-HIST PIC X(112).

       FD SESIONES-HIST.
       01 REG-SESION-HIST PIC X(37).

       SD ARCH-ORDEN.
       01 REG-ORDEN.
       01 WSS-FS-SESIONES          PIC X(02).
          88 WSS-FS-SESIONES-OK     VALUE '00'.

       01 WSS-FS-CATALOGO          PIC X(02).
          88 WSS-FS-CATALOGO-OK     VALUE '00'.

       01 WSS-FS-HISTORICO         PIC X(02).
          88 WSS-FS-HISTORICO-OK    VALUE '00'.

       01 WSV-SW-FIN-CATALOGO      PIC X(01).
          88 WSV-FIN-CATALOGO       VALUE 'S'.

       01 WSV-SW-FIN-HISTORICO     PIC X(01).
          88 WSV-FIN-HISTORICO      VALUE 'S'.

       01 WSV-NOMBRE-HISTORICO     PIC X(30).
       01 WSV-CONT-HISTORICOS      PIC 9(4) VALUE 0.

       01 WSV-SW-FIN-SESIONES      PIC X(01) VALUE 'N'.
          88 WSV-FIN-SESIONES       VALUE 'S'.

           END-IF
           DISPLAY 'REPORTE GENERADO EN LISTADOAUDITORIA, '
              WSV-CONT-GENERAL ' ENTRADAS LISTADAS'
           IF WSV-CONT-HISTORICOS > 0
              DISPLAY 'INCLUYE ENTRADAS DE ' WSV-CONT-HISTORICOS
                 ' ARCHIVOS HISTORICOS DE AUDITORIA'
           END-IF
           STOP RUN.

       10000-PEDIR-FILTROS.
                 "CONTRA LAS SESIONES"
           ELSE
              SET WSV-CON-SESIONES TO TRUE
              PERFORM 10700-CARGAR-SESIONES-HIST
              PERFORM UNTIL WSV-FIN-SESIONES
                  READ SESIONES
                      AT END
                           SET WSV-SESION-CERRADA TO TRUE
                       END-IF
                   END-PERFORM
      * Cierre forzado por un supervisor (EJE013C4): cierra todas las
      * sesiones que el operador tenga abiertas.
               WHEN 'C'
                   PERFORM VARYING WSV-IDX-SES FROM 1 BY 1
                         UNTIL WSV-IDX-SES > WSV-CANT-SESIONES
                       IF WSV-SES-OPERADOR(WSV-IDX-SES)
                             = SES-OPERADOR
                          AND WSV-SES-FECHA-FIN(WSV-IDX-SES)
                             = 99999999
                           MOVE SES-FECHA TO
                              WSV-SES-FECHA-FIN(WSV-IDX-SES)
                           MOVE SES-HORA TO
                              WSV-SES-HORA-FIN(WSV-IDX-SES)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "TIPO DESCONOCIDO EN EL LOG DE "
                      "SESIONES: " SES-TIPO
           END-EVALUATE.

      * Las sesiones historicas se cargan antes que las vivas, que
      * son posteriores, para que la tabla quede en orden.
       10700-CARGAR-SESIONES-HIST.
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-OK
              MOVE SPACES TO WSV-SW-FIN-CATALOGO
              PERFORM UNTIL WSV-FIN-CATALOGO
                  READ CATALOGO
                      AT END
                          SET WSV-FIN-CATALOGO TO TRUE
                      NOT AT END
                          IF CAT-SESIONES
                             AND CAT-FECHA-HASTA >= WSV-FECHA-DESDE
                             AND CAT-FECHA-DESDE <= WSV-FECHA-HASTA
                              PERFORM 10750-LEER-SESIONES-HIST
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF.

       10750-LEER-SESIONES-HIST.
           MOVE CAT-ARCHIVO TO WSV-NOMBRE-HISTORICO
           OPEN INPUT SESIONES-HIST
           IF NOT WSS-FS-HISTORICO-OK
              DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR EL HISTORICO "
                 FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
              DISPLAY 'FILE STATUS' WSS-FS-HISTORICO
           ELSE
              MOVE SPACES TO WSV-SW-FIN-HISTORICO
              PERFORM UNTIL WSV-FIN-HISTORICO
                  READ SESIONES-HIST INTO REG-SESION
                      AT END
                          SET WSV-FIN-HISTORICO TO TRUE
                      NOT AT END
                          PERFORM 10650-INCORPORAR-SESION
                  END-READ
              END-PERFORM
              CLOSE SESIONES-HIST
           END-IF.

       15000-FILTRAR-AUDITORIA.
           OPEN INPUT AUDITORIA
           IF NOT WSS-FS-AUDIT-OK
              DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
              DISPLAY 'FILE STATUS' WSS-FS-AUDIT
           ELSE
              PERFORM 15200-FILTRAR-HISTORICOS
              READ AUDITORIA
                  AT END SET WSV-FIN-AUDIT TO TRUE
              END-READ
               RELEASE REG-ORDEN
           END-IF.

      * Si el rango pedido llega a fechas que ya se pasaron a
      * historicos, esas entradas se leen de ahi.
       15200-FILTRAR-HISTORICOS.
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-OK
              MOVE SPACES TO WSV-SW-FIN-CATALOGO
              PERFORM UNTIL WSV-FIN-CATALOGO
                  READ CATALOGO
                      AT END
                          SET WSV-FIN-CATALOGO TO TRUE
                      NOT AT END
                          IF CAT-AUDITORIA
                             AND CAT-FECHA-HASTA >= WSV-FECHA-DESDE
                             AND CAT-FECHA-DESDE <= WSV-FECHA-HASTA
                              PERFORM 15250-LEER-AUDITORIA-HIST
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF.

       15250-LEER-AUDITORIA-HIST.
           MOVE CAT-ARCHIVO TO WSV-NOMBRE-HISTORICO
           OPEN INPUT AUDITORIA-HIST
           IF NOT WSS-FS-HISTORICO-OK
              DISPLAY "ADVERTENCIA: NO SE PUDO ABRIR EL HISTORICO "
                 FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
                 ", FALTARAN SUS ENTRADAS"
              DISPLAY 'FILE STATUS' WSS-FS-HISTORICO
           ELSE
              ADD 1 TO WSV-CONT-HISTORICOS
              DISPLAY 'SE LEE EL HISTORICO '
                 FUNCTION TRIM(WSV-NOMBRE-HISTORICO)
              MOVE SPACES TO WSV-SW-FIN-HISTORICO
              PERFORM UNTIL WSV-FIN-HISTORICO
                  READ AUDITORIA-HIST INTO REG-AUDITORIA
                      AT END
                          SET WSV-FIN-HISTORICO TO TRUE
                      NOT AT END
                          PERFORM 15100-SELECCIONAR-ENTRADA
                  END-READ
              END-PERFORM
              CLOSE AUDITORIA-HIST
           END-IF.

       20000-IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE
           IF NOT WSS-FS-REPORTE-OK
