      *  indice de clientes) desde backups/. El evento de
      *  restauracion queda asentado en el catalogo y en el log de
      *  auditoria, para que conciliacion sepa que los datos
      *  retrocedieron. Para no perder lo grabado despues del backup,
      *  a continuacion se corre RECUPERAR-BITACORA, que lo reaplica
      *  desde la bitacora de imagenes posteriores.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-PERFORM

           PERFORM 3200-REGISTRAR-EVENTO
           DISPLAY "Juego del " WS-FECHA-TEXTO " restaurado."
           DISPLAY "Correr RECUPERAR-BITACORA para reaplicar lo "
                   "grabado despues del backup.".

       3100-RESTAURAR-UN-ARCHIVO.
           MOVE SPACES TO WS-COMANDO
