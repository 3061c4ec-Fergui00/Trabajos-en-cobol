           05 DIA-ACCION      PIC X(01).
           05 DIA-IMAGEN-ANTES   PIC X(138).
           05 DIA-IMAGEN-DESPUES PIC X(138).
           05 DIA-OPE-SOLICITA   PIC X(10).

       FD SALIDA.
           COPY PERSONA.
