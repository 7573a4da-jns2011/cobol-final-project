      *  2026-08-22  Alta de programa: graba (o reemplaza) el registro
      *              de identidad y contacto de un cliente en
      *              datos-clientes.dat, por numero de cliente.
      *  2026-10-15  El reemplazo conserva la condicion de IVA ya
      *              cargada (DC-CONDICION-IVA), que se mantiene
      *              aparte con guardar-condicion-iva; el alta nueva
      *              queda como consumidor final.
      *  2026-10-15  El alta nueva deja la declaracion PEP y la
      *              ocupacion sin declarar; el reemplazo las conserva
      *              (se mantienen en REVISAR-KYC).
      *  2026-10-15  El alta nueva queda como persona humana; el
      *              reemplazo conserva el tipo de persona, que marca
      *              GUARDAR-PERSONA-JURIDICA.
      *  2026-10-15  El alta de la persona deja sin residencias fiscales
      *              declaradas y sin autocertificacion
      *              (DC-FECHA-AUTOCERT en cero); la modificacion las
      *              conserva.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-IF

           MOVE LK-CLIENTE-ID TO DC-CLIENTE-ID
           READ DATOS-FILE
               KEY IS DC-CLIENTE-ID
               INVALID KEY
                   PERFORM MOVER-DATOS
                   MOVE SPACES TO DC-CONDICION-IVA
                   MOVE SPACES TO DC-PEP
                   MOVE SPACES TO DC-OCUPACION
                   MOVE SPACES TO DC-TIPO-PERSONA
                   MOVE SPACES TO DC-RESIDENCIAS
                   MOVE 0 TO DC-FECHA-AUTOCERT
                   WRITE DC-RECORD
               NOT INVALID KEY
                   PERFORM MOVER-DATOS
                   REWRITE DC-RECORD
           END-READ
           IF FILE-STATUS NOT = "00" AND NOT = "02"
               MOVE 1 TO LK-RESULTADO
           END-IF
           CLOSE DATOS-FILE
           GOBACK.

       MOVER-DATOS.
           MOVE LK-CLIENTE-ID TO DC-CLIENTE-ID
           MOVE LK-TIPO-DOC TO DC-TIPO-DOC
           MOVE LK-NRO-DOC TO DC-NRO-DOC
           MOVE LK-DOMICILIO TO DC-DOMICILIO
           MOVE LK-TELEFONO TO DC-TELEFONO
           MOVE LK-FECHA-NAC TO DC-FECHA-NAC.

       END PROGRAM GUARDAR-DATOS-CLIENTE.
