      *****************************************************************
      *  MENSAJE.CPY
      *  Layout de mensajes.dat: catalogo de textos del cajero por
      *  ID de mensaje e idioma. Lo carga operaciones con
      *  MANTENER-MENSAJES y lo lee mensaje-catalogo, por encima del
      *  catalogo base de mensajes-base.cpy (un mismo ID e idioma en
      *  el archivo reemplaza al texto base; un idioma nuevo se
      *  agrega solo por archivo). REPORTE-MENSAJES lista los IDs a
      *  los que les falta la traduccion.
      *****************************************************************
       01  MSG-RECORD.
           05  MSG-KEY.
               10  MSG-ID              PIC X(7).
               10  MSG-IDIOMA          PIC X(2).
           05  MSG-TEXTO               PIC X(70).
           05  MSG-USUARIO             PIC X(8).
           05  MSG-FECHA-MODIF         PIC 9(8).
