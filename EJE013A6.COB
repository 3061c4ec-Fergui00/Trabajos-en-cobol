                 DISPLAY "EL PAR TIENE " WSV-CONT-REFERENCIAS
                    " REFERENCIAS EN EL MAESTRO: SOLO SE PUEDEN "
                    "CAMBIAR EL CODIGO POSTAL Y LA REGION"
                 DISPLAY "PARA RENOMBRARLO O FUSIONARLO CON OTRO PAR "
                    "MOVIENDO A SUS PERSONAS EJECUTE EJE013B7"
                 MOVE WSV-POS-ENCONTRADA TO WSV-IDX-LISTA
                 PERFORM 5200-INGRESAR-CODIGOS
                 MOVE INGRESO-COD-POSTAL TO
