      *****************************************************************
      *  MENSAJES-BASE.CPY
      *  Catalogo base de los textos que el cliente ve en el cajero
      *  (pantallas, errores, confirmaciones, descripcion de las
      *  operaciones en el recibo y textos de las notificaciones),
      *  en castellano (ES) e ingles (EN). Rige siempre, haya o no
      *  mensajes.dat: lo que operaciones cargue ahi con
      *  MANTENER-MENSAJES para un mismo ID e idioma lo reemplaza, y
      *  un idioma nuevo se agrega solo por archivo. Prefijos de ID:
      *    CAJnnnn  pantallas y avisos del cajero
      *    REC-cc   descripcion del codigo de operacion en el recibo
      *    PANnnnn  prototipo de pantallas (includes/pantallas.cbl)
      *  Entrada de la tabla: ID, idioma y texto.
      *****************************************************************
       01  MSG-BASE-VALORES.
           05  FILLER PIC X(9) VALUE "CAJ0001ES".
           05  FILLER PIC X(70) VALUE
               "*     BIENVENIDO AL CAJERO      *".
           05  FILLER PIC X(9) VALUE "CAJ0001EN".
           05  FILLER PIC X(70) VALUE
               "*     WELCOME TO THE ATM        *".
           05  FILLER PIC X(9) VALUE "CAJ0002ES".
           05  FILLER PIC X(70) VALUE
               "    -Gracias por elegirnos-".
           05  FILLER PIC X(9) VALUE "CAJ0002EN".
           05  FILLER PIC X(70) VALUE
               "    -Thank you for choosing us-".
           05  FILLER PIC X(9) VALUE "CAJ0003ES".
           05  FILLER PIC X(70) VALUE
               "# Ingrese el numero de su tarjeta #".
           05  FILLER PIC X(9) VALUE "CAJ0003EN".
           05  FILLER PIC X(70) VALUE
               "# Enter your card number          #".
           05  FILLER PIC X(9) VALUE "CAJ0004ES".
           05  FILLER PIC X(70) VALUE
               "#  (0 = extraccion con codigo)    #".
           05  FILLER PIC X(9) VALUE "CAJ0004EN".
           05  FILLER PIC X(70) VALUE
               "#  (0 = withdrawal with code)     #".
           05  FILLER PIC X(9) VALUE "CAJ0005ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta inactiva. Consulte con su sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0005EN".
           05  FILLER PIC X(70) VALUE
               "Inactive account. Please contact your branch.".
           05  FILLER PIC X(9) VALUE "CAJ0006ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta inmovilizada por inactividad.".
           05  FILLER PIC X(9) VALUE "CAJ0006EN".
           05  FILLER PIC X(70) VALUE
               "Account frozen due to inactivity.".
           05  FILLER PIC X(9) VALUE "CAJ0007ES".
           05  FILLER PIC X(70) VALUE
               "Acerquese a su sucursal con su documento".
           05  FILLER PIC X(9) VALUE "CAJ0007EN".
           05  FILLER PIC X(70) VALUE
               "Visit your branch with your ID document".
           05  FILLER PIC X(9) VALUE "CAJ0008ES".
           05  FILLER PIC X(70) VALUE
               "para reactivarla.".
           05  FILLER PIC X(9) VALUE "CAJ0008EN".
           05  FILLER PIC X(70) VALUE
               "to reactivate it.".
           05  FILLER PIC X(9) VALUE "CAJ0009ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta cerrada en forma definitiva.".
           05  FILLER PIC X(9) VALUE "CAJ0009EN".
           05  FILLER PIC X(70) VALUE
               "Account permanently closed.".
           05  FILLER PIC X(9) VALUE "CAJ0010ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta pendiente de documentacion.".
           05  FILLER PIC X(9) VALUE "CAJ0010EN".
           05  FILLER PIC X(70) VALUE
               "Account pending documentation.".
           05  FILLER PIC X(9) VALUE "CAJ0011ES".
           05  FILLER PIC X(70) VALUE
               "Acerquese a su sucursal para".
           05  FILLER PIC X(9) VALUE "CAJ0011EN".
           05  FILLER PIC X(70) VALUE
               "Please visit your branch to".
           05  FILLER PIC X(9) VALUE "CAJ0012ES".
           05  FILLER PIC X(70) VALUE
               "completar su legajo.".
           05  FILLER PIC X(9) VALUE "CAJ0012EN".
           05  FILLER PIC X(70) VALUE
               "complete your file.".
           05  FILLER PIC X(9) VALUE "CAJ0013ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta inhabilitada. Dirijase a la".
           05  FILLER PIC X(9) VALUE "CAJ0013EN".
           05  FILLER PIC X(70) VALUE
               "Account disabled. Please go to the".
           05  FILLER PIC X(9) VALUE "CAJ0014ES".
           05  FILLER PIC X(70) VALUE
               "sucursal con la documentacion del".
           05  FILLER PIC X(9) VALUE "CAJ0014EN".
           05  FILLER PIC X(70) VALUE
               "branch with the documents of the".
           05  FILLER PIC X(9) VALUE "CAJ0015ES".
           05  FILLER PIC X(70) VALUE
               "tramite sucesorio.".
           05  FILLER PIC X(9) VALUE "CAJ0015EN".
           05  FILLER PIC X(70) VALUE
               "estate proceedings.".
           05  FILLER PIC X(9) VALUE "CAJ0016ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta bloqueada por emergencia.".
           05  FILLER PIC X(9) VALUE "CAJ0016EN".
           05  FILLER PIC X(70) VALUE
               "Account blocked due to emergency.".
           05  FILLER PIC X(9) VALUE "CAJ0017ES".
           05  FILLER PIC X(70) VALUE
               "Comuniquese con su sucursal para".
           05  FILLER PIC X(9) VALUE "CAJ0017EN".
           05  FILLER PIC X(70) VALUE
               "Contact your branch to".
           05  FILLER PIC X(9) VALUE "CAJ0018ES".
           05  FILLER PIC X(70) VALUE
               "levantar el bloqueo.".
           05  FILLER PIC X(9) VALUE "CAJ0018EN".
           05  FILLER PIC X(70) VALUE
               "lift the block.".
           05  FILLER PIC X(9) VALUE "CAJ0019ES".
           05  FILLER PIC X(70) VALUE
               "#      Ingrese su PIN           #".
           05  FILLER PIC X(9) VALUE "CAJ0019EN".
           05  FILLER PIC X(70) VALUE
               "#      Enter your PIN           #".
           05  FILLER PIC X(9) VALUE "CAJ0020ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta bloqueada por intentos.".
           05  FILLER PIC X(9) VALUE "CAJ0020EN".
           05  FILLER PIC X(70) VALUE
               "Account blocked after failed attempts.".
           05  FILLER PIC X(9) VALUE "CAJ0021ES".
           05  FILLER PIC X(70) VALUE
               "La tarjeta quedo retenida. Pida".
           05  FILLER PIC X(9) VALUE "CAJ0021EN".
           05  FILLER PIC X(70) VALUE
               "Your card has been retained. Request".
           05  FILLER PIC X(9) VALUE "CAJ0022ES".
           05  FILLER PIC X(70) VALUE
               "su reemision en la sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0022EN".
           05  FILLER PIC X(70) VALUE
               "a replacement at the branch.".
           05  FILLER PIC X(9) VALUE "CAJ0023ES".
           05  FILLER PIC X(70) VALUE
               "PIN incorrecto".
           05  FILLER PIC X(9) VALUE "CAJ0023EN".
           05  FILLER PIC X(70) VALUE
               "Incorrect PIN".
           05  FILLER PIC X(9) VALUE "CAJ0024ES".
           05  FILLER PIC X(70) VALUE
               "CBF NO VALIDO - Cliente no encontrado".
           05  FILLER PIC X(9) VALUE "CAJ0024EN".
           05  FILLER PIC X(70) VALUE
               "INVALID CBF - Customer not found".
           05  FILLER PIC X(9) VALUE "CAJ0025ES".
           05  FILLER PIC X(70) VALUE
               "Operacion no disponible durante el".
           05  FILLER PIC X(9) VALUE "CAJ0025EN".
           05  FILLER PIC X(70) VALUE
               "Operation not available during the".
           05  FILLER PIC X(9) VALUE "CAJ0026ES".
           05  FILLER PIC X(70) VALUE
               "cierre nocturno. Reintente mas tarde.".
           05  FILLER PIC X(9) VALUE "CAJ0026EN".
           05  FILLER PIC X(70) VALUE
               "nightly close. Please try again later.".
           05  FILLER PIC X(9) VALUE "CAJ0027ES".
           05  FILLER PIC X(70) VALUE
               "Operacion fuera del alcance del poder.".
           05  FILLER PIC X(9) VALUE "CAJ0027EN".
           05  FILLER PIC X(70) VALUE
               "Operation outside the scope of the power.".
           05  FILLER PIC X(9) VALUE "CAJ0028ES".
           05  FILLER PIC X(70) VALUE
               "Presione ENTER para MENU OPERACIONES".
           05  FILLER PIC X(9) VALUE "CAJ0028EN".
           05  FILLER PIC X(70) VALUE
               "Press ENTER for the OPERATIONS MENU".
           05  FILLER PIC X(9) VALUE "CAJ0029ES".
           05  FILLER PIC X(70) VALUE
               "El importe supera el tope del poder: $".
           05  FILLER PIC X(9) VALUE "CAJ0029EN".
           05  FILLER PIC X(70) VALUE
               "The amount exceeds the power's limit: $".
           05  FILLER PIC X(9) VALUE "CAJ0030ES".
           05  FILLER PIC X(70) VALUE
               "La cuenta es de un menor de edad sin".
           05  FILLER PIC X(9) VALUE "CAJ0030EN".
           05  FILLER PIC X(70) VALUE
               "This account belongs to a minor without".
           05  FILLER PIC X(9) VALUE "CAJ0031ES".
           05  FILLER PIC X(70) VALUE
               "tutor registrado. Acerquese a su".
           05  FILLER PIC X(9) VALUE "CAJ0031EN".
           05  FILLER PIC X(70) VALUE
               "a registered guardian. Visit your".
           05  FILLER PIC X(9) VALUE "CAJ0032ES".
           05  FILLER PIC X(70) VALUE
               "sucursal con su padre, madre o tutor.".
           05  FILLER PIC X(9) VALUE "CAJ0032EN".
           05  FILLER PIC X(70) VALUE
               "branch with your parent or guardian.".
           05  FILLER PIC X(9) VALUE "CAJ0033ES".
           05  FILLER PIC X(70) VALUE
               "Presione ENTER para finalizar".
           05  FILLER PIC X(9) VALUE "CAJ0033EN".
           05  FILLER PIC X(70) VALUE
               "Press ENTER to finish".
           05  FILLER PIC X(9) VALUE "CAJ0034ES".
           05  FILLER PIC X(70) VALUE
               "Operacion no disponible para cuentas".
           05  FILLER PIC X(9) VALUE "CAJ0034EN".
           05  FILLER PIC X(70) VALUE
               "Operation not available for accounts".
           05  FILLER PIC X(9) VALUE "CAJ0035ES".
           05  FILLER PIC X(70) VALUE
               "de menores.".
           05  FILLER PIC X(9) VALUE "CAJ0035EN".
           05  FILLER PIC X(70) VALUE
               "of minors.".
           05  FILLER PIC X(9) VALUE "CAJ0036ES".
           05  FILLER PIC X(70) VALUE
               "La operacion necesita la".
           05  FILLER PIC X(9) VALUE "CAJ0036EN".
           05  FILLER PIC X(70) VALUE
               "This operation requires the".
           05  FILLER PIC X(9) VALUE "CAJ0037ES".
           05  FILLER PIC X(70) VALUE
               "autorizacion de su tutor. Ya se le".
           05  FILLER PIC X(9) VALUE "CAJ0037EN".
           05  FILLER PIC X(70) VALUE
               "authorization of your guardian. The".
           05  FILLER PIC X(9) VALUE "CAJ0038ES".
           05  FILLER PIC X(70) VALUE
               "envio el pedido; cuando la apruebe".
           05  FILLER PIC X(9) VALUE "CAJ0038EN".
           05  FILLER PIC X(70) VALUE
               "request was sent; once approved,".
           05  FILLER PIC X(9) VALUE "CAJ0039ES".
           05  FILLER PIC X(70) VALUE
               "repita la operacion.".
           05  FILLER PIC X(9) VALUE "CAJ0039EN".
           05  FILLER PIC X(70) VALUE
               "repeat the operation.".
           05  FILLER PIC X(9) VALUE "CAJ0040ES".
           05  FILLER PIC X(70) VALUE
               "La operacion espera la".
           05  FILLER PIC X(9) VALUE "CAJ0040EN".
           05  FILLER PIC X(70) VALUE
               "The operation is waiting for the".
           05  FILLER PIC X(9) VALUE "CAJ0041ES".
           05  FILLER PIC X(70) VALUE
               "autorizacion de su tutor.".
           05  FILLER PIC X(9) VALUE "CAJ0041EN".
           05  FILLER PIC X(70) VALUE
               "authorization of your guardian.".
           05  FILLER PIC X(9) VALUE "CAJ0042ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta de empresa. Documento del".
           05  FILLER PIC X(9) VALUE "CAJ0042EN".
           05  FILLER PIC X(70) VALUE
               "Company account. ID document of the".
           05  FILLER PIC X(9) VALUE "CAJ0043ES".
           05  FILLER PIC X(70) VALUE
               "representante: ".
           05  FILLER PIC X(9) VALUE "CAJ0043EN".
           05  FILLER PIC X(70) VALUE
               "representative: ".
           05  FILLER PIC X(9) VALUE "CAJ0044ES".
           05  FILLER PIC X(70) VALUE
               "Sin mandato vigente para operar la".
           05  FILLER PIC X(9) VALUE "CAJ0044EN".
           05  FILLER PIC X(70) VALUE
               "No valid mandate to operate the".
           05  FILLER PIC X(9) VALUE "CAJ0045ES".
           05  FILLER PIC X(70) VALUE
               "cuenta de la empresa.".
           05  FILLER PIC X(9) VALUE "CAJ0045EN".
           05  FILLER PIC X(70) VALUE
               "company account.".
           05  FILLER PIC X(9) VALUE "CAJ0046ES".
           05  FILLER PIC X(70) VALUE
               "Tarjeta retenida. Pida su reemision".
           05  FILLER PIC X(9) VALUE "CAJ0046EN".
           05  FILLER PIC X(70) VALUE
               "Card retained. Request a replacement".
           05  FILLER PIC X(9) VALUE "CAJ0047ES".
           05  FILLER PIC X(70) VALUE
               "en la sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0047EN".
           05  FILLER PIC X(70) VALUE
               "at the branch.".
           05  FILLER PIC X(9) VALUE "CAJ0048ES".
           05  FILLER PIC X(70) VALUE
               "Tarjeta dada de baja.".
           05  FILLER PIC X(9) VALUE "CAJ0048EN".
           05  FILLER PIC X(70) VALUE
               "Card cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0049ES".
           05  FILLER PIC X(70) VALUE
               "Tarjeta vencida. Pida su reemision".
           05  FILLER PIC X(9) VALUE "CAJ0049EN".
           05  FILLER PIC X(70) VALUE
               "Card expired. Request a replacement".
           05  FILLER PIC X(9) VALUE "CAJ0050ES".
           05  FILLER PIC X(70) VALUE
               "Cliente encontrado: ".
           05  FILLER PIC X(9) VALUE "CAJ0050EN".
           05  FILLER PIC X(70) VALUE
               "Customer found: ".
           05  FILLER PIC X(9) VALUE "CAJ0051ES".
           05  FILLER PIC X(70) VALUE
               "Cierre nocturno en curso: operacion".
           05  FILLER PIC X(9) VALUE "CAJ0051EN".
           05  FILLER PIC X(70) VALUE
               "Nightly close in progress: limited".
           05  FILLER PIC X(9) VALUE "CAJ0052ES".
           05  FILLER PIC X(70) VALUE
               "reducida. Depositos y extracciones".
           05  FILLER PIC X(9) VALUE "CAJ0052EN".
           05  FILLER PIC X(70) VALUE
               "service. Deposits and withdrawals".
           05  FILLER PIC X(9) VALUE "CAJ0053ES".
           05  FILLER PIC X(70) VALUE
               "se registran al terminar el cierre.".
           05  FILLER PIC X(9) VALUE "CAJ0053EN".
           05  FILLER PIC X(70) VALUE
               "are posted when the close finishes.".
           05  FILLER PIC X(9) VALUE "CAJ0054ES".
           05  FILLER PIC X(70) VALUE
               "Presione ENTER para continuar".
           05  FILLER PIC X(9) VALUE "CAJ0054EN".
           05  FILLER PIC X(70) VALUE
               "Press ENTER to continue".
           05  FILLER PIC X(9) VALUE "CAJ0055ES".
           05  FILLER PIC X(70) VALUE
               "Saldo actual: $".
           05  FILLER PIC X(9) VALUE "CAJ0055EN".
           05  FILLER PIC X(70) VALUE
               "Current balance: $".
           05  FILLER PIC X(9) VALUE "CAJ0056ES".
           05  FILLER PIC X(70) VALUE
               "**          MENU PRINCIPAL           **".
           05  FILLER PIC X(9) VALUE "CAJ0056EN".
           05  FILLER PIC X(70) VALUE
               "**          MAIN MENU                **".
           05  FILLER PIC X(9) VALUE "CAJ0057ES".
           05  FILLER PIC X(70) VALUE
               "| 1. Saldo                             |".
           05  FILLER PIC X(9) VALUE "CAJ0057EN".
           05  FILLER PIC X(70) VALUE
               "| 1. Balance                           |".
           05  FILLER PIC X(9) VALUE "CAJ0058ES".
           05  FILLER PIC X(70) VALUE
               "| 2. Transferencia                     |".
           05  FILLER PIC X(9) VALUE "CAJ0058EN".
           05  FILLER PIC X(70) VALUE
               "| 2. Transfer                          |".
           05  FILLER PIC X(9) VALUE "CAJ0059ES".
           05  FILLER PIC X(70) VALUE
               "| 3. Deposito                          |".
           05  FILLER PIC X(9) VALUE "CAJ0059EN".
           05  FILLER PIC X(70) VALUE
               "| 3. Deposit                           |".
           05  FILLER PIC X(9) VALUE "CAJ0060ES".
           05  FILLER PIC X(70) VALUE
               "| 4. Extraccion                        |".
           05  FILLER PIC X(9) VALUE "CAJ0060EN".
           05  FILLER PIC X(70) VALUE
               "| 4. Withdrawal                        |".
           05  FILLER PIC X(9) VALUE "CAJ0061ES".
           05  FILLER PIC X(70) VALUE
               "| 5. Ultimos Movimientos               |".
           05  FILLER PIC X(9) VALUE "CAJ0061EN".
           05  FILLER PIC X(70) VALUE
               "| 5. Latest transactions               |".
           05  FILLER PIC X(9) VALUE "CAJ0062ES".
           05  FILLER PIC X(70) VALUE
               "| 6. Ver transacciones                 |".
           05  FILLER PIC X(9) VALUE "CAJ0062EN".
           05  FILLER PIC X(70) VALUE
               "| 6. View transactions                 |".
           05  FILLER PIC X(9) VALUE "CAJ0063ES".
           05  FILLER PIC X(70) VALUE
               "| 7. Cambiar PIN                       |".
           05  FILLER PIC X(9) VALUE "CAJ0063EN".
           05  FILLER PIC X(70) VALUE
               "| 7. Change PIN                        |".
           05  FILLER PIC X(9) VALUE "CAJ0064ES".
           05  FILLER PIC X(70) VALUE
               "| 8. Salir                             |".
           05  FILLER PIC X(9) VALUE "CAJ0064EN".
           05  FILLER PIC X(70) VALUE
               "| 8. Exit                              |".
           05  FILLER PIC X(9) VALUE "CAJ0065ES".
           05  FILLER PIC X(70) VALUE
               "| 9. Bloquear cuenta (emergencia)       |".
           05  FILLER PIC X(9) VALUE "CAJ0065EN".
           05  FILLER PIC X(70) VALUE
               "| 9. Block account (emergency)          |".
           05  FILLER PIC X(9) VALUE "CAJ0066ES".
           05  FILLER PIC X(70) VALUE
               "| 10. Constituir plazo fijo            |".
           05  FILLER PIC X(9) VALUE "CAJ0066EN".
           05  FILLER PIC X(70) VALUE
               "| 10. Open a fixed-term deposit        |".
           05  FILLER PIC X(9) VALUE "CAJ0067ES".
           05  FILLER PIC X(70) VALUE
               "| 11. Cambio de divisas (ARS/USD)      |".
           05  FILLER PIC X(9) VALUE "CAJ0067EN".
           05  FILLER PIC X(70) VALUE
               "| 11. Currency exchange (ARS/USD)      |".
           05  FILLER PIC X(9) VALUE "CAJ0068ES".
           05  FILLER PIC X(70) VALUE
               "| 12. Mis beneficiarios                |".
           05  FILLER PIC X(9) VALUE "CAJ0068EN".
           05  FILLER PIC X(70) VALUE
               "| 12. My beneficiaries                 |".
           05  FILLER PIC X(9) VALUE "CAJ0069ES".
           05  FILLER PIC X(70) VALUE
               "| 13. Ordenes permanentes              |".
           05  FILLER PIC X(9) VALUE "CAJ0069EN".
           05  FILLER PIC X(70) VALUE
               "| 13. Standing orders                  |".
           05  FILLER PIC X(9) VALUE "CAJ0070ES".
           05  FILLER PIC X(70) VALUE
               "| 14. Pago de servicios                |".
           05  FILLER PIC X(9) VALUE "CAJ0070EN".
           05  FILLER PIC X(70) VALUE
               "| 14. Bill payments                    |".
           05  FILLER PIC X(9) VALUE "CAJ0071ES".
           05  FILLER PIC X(70) VALUE
               "| 15. Simular plazo fijo / prestamo    |".
           05  FILLER PIC X(9) VALUE "CAJ0071EN".
           05  FILLER PIC X(70) VALUE
               "| 15. Simulate deposit / loan          |".
           05  FILLER PIC X(9) VALUE "CAJ0072ES".
           05  FILLER PIC X(70) VALUE
               "| 16. Mis topes de extraccion          |".
           05  FILLER PIC X(9) VALUE "CAJ0072EN".
           05  FILLER PIC X(70) VALUE
               "| 16. My withdrawal limits             |".
           05  FILLER PIC X(9) VALUE "CAJ0073ES".
           05  FILLER PIC X(70) VALUE
               "| 17. Firmar operaciones conjuntas     |".
           05  FILLER PIC X(9) VALUE "CAJ0073EN".
           05  FILLER PIC X(70) VALUE
               "| 17. Sign joint operations            |".
           05  FILLER PIC X(9) VALUE "CAJ0074ES".
           05  FILLER PIC X(70) VALUE
               "| 18. Devolver un debito automatico    |".
           05  FILLER PIC X(9) VALUE "CAJ0074EN".
           05  FILLER PIC X(70) VALUE
               "| 18. Refund a direct debit            |".
           05  FILLER PIC X(9) VALUE "CAJ0075ES".
           05  FILLER PIC X(70) VALUE
               "| 19. Mis avisos y notificaciones      |".
           05  FILLER PIC X(9) VALUE "CAJ0075EN".
           05  FILLER PIC X(70) VALUE
               "| 19. My alerts and notifications      |".
           05  FILLER PIC X(9) VALUE "CAJ0076ES".
           05  FILLER PIC X(70) VALUE
               "| 20. Solicitar chequera               |".
           05  FILLER PIC X(9) VALUE "CAJ0076EN".
           05  FILLER PIC X(70) VALUE
               "| 20. Request a checkbook              |".
           05  FILLER PIC X(9) VALUE "CAJ0077ES".
           05  FILLER PIC X(70) VALUE
               "| 21. Solicitar un cobro               |".
           05  FILLER PIC X(9) VALUE "CAJ0077EN".
           05  FILLER PIC X(70) VALUE
               "| 21. Request a payment                |".
           05  FILLER PIC X(9) VALUE "CAJ0078ES".
           05  FILLER PIC X(70) VALUE
               "| 22. Extraccion sin tarjeta (codigo)  |".
           05  FILLER PIC X(9) VALUE "CAJ0078EN".
           05  FILLER PIC X(70) VALUE
               "| 22. Cardless withdrawal (code)       |".
           05  FILLER PIC X(9) VALUE "CAJ0079ES".
           05  FILLER PIC X(70) VALUE
               "| 23. Adelanto de haberes              |".
           05  FILLER PIC X(9) VALUE "CAJ0079EN".
           05  FILLER PIC X(70) VALUE
               "| 23. Salary advance                   |".
           05  FILLER PIC X(9) VALUE "CAJ0080ES".
           05  FILLER PIC X(70) VALUE
               "| 24. Pago de recaudacion (referencia) |".
           05  FILLER PIC X(9) VALUE "CAJ0080EN".
           05  FILLER PIC X(70) VALUE
               "| 24. Collection payment (reference)   |".
           05  FILLER PIC X(9) VALUE "CAJ0081ES".
           05  FILLER PIC X(70) VALUE
               "| 25. Pago de prestamo castigado       |".
           05  FILLER PIC X(9) VALUE "CAJ0081EN".
           05  FILLER PIC X(70) VALUE
               "| 25. Written-off loan payment         |".
           05  FILLER PIC X(9) VALUE "CAJ0082ES".
           05  FILLER PIC X(70) VALUE
               "| 26. Fondos comunes de inversion      |".
           05  FILLER PIC X(9) VALUE "CAJ0082EN".
           05  FILLER PIC X(70) VALUE
               "| 26. Mutual funds                     |".
           05  FILLER PIC X(9) VALUE "CAJ0083ES".
           05  FILLER PIC X(70) VALUE
               "| 27. Cheques electronicos (echeq)     |".
           05  FILLER PIC X(9) VALUE "CAJ0083EN".
           05  FILLER PIC X(70) VALUE
               "| 27. Electronic checks (echeq)        |".
           05  FILLER PIC X(9) VALUE "CAJ0084ES".
           05  FILLER PIC X(70) VALUE
               "|  .Por favor, elija una opcion:       |".
           05  FILLER PIC X(9) VALUE "CAJ0084EN".
           05  FILLER PIC X(70) VALUE
               "|  .Please choose an option:           |".
           05  FILLER PIC X(9) VALUE "CAJ0085ES".
           05  FILLER PIC X(70) VALUE
               "Su opcion: ".
           05  FILLER PIC X(9) VALUE "CAJ0085EN".
           05  FILLER PIC X(70) VALUE
               "Your option: ".
           05  FILLER PIC X(9) VALUE "CAJ0086ES".
           05  FILLER PIC X(70) VALUE
               "Opcion invalida".
           05  FILLER PIC X(9) VALUE "CAJ0086EN".
           05  FILLER PIC X(70) VALUE
               "Invalid option".
           05  FILLER PIC X(9) VALUE "CAJ0087ES".
           05  FILLER PIC X(70) VALUE
               "  Bloqueo de cuenta (emergencia)".
           05  FILLER PIC X(9) VALUE "CAJ0087EN".
           05  FILLER PIC X(70) VALUE
               "  Account block (emergency)".
           05  FILLER PIC X(9) VALUE "CAJ0088ES".
           05  FILLER PIC X(70) VALUE
               "Confirma el bloqueo de su cuenta? (S/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0088EN".
           05  FILLER PIC X(70) VALUE
               "Confirm blocking your account? (Y/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0089ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta bloqueada. Comuniquese con su".
           05  FILLER PIC X(9) VALUE "CAJ0089EN".
           05  FILLER PIC X(70) VALUE
               "Account blocked. Contact your".
           05  FILLER PIC X(9) VALUE "CAJ0090ES".
           05  FILLER PIC X(70) VALUE
               "sucursal para levantar el bloqueo.".
           05  FILLER PIC X(9) VALUE "CAJ0090EN".
           05  FILLER PIC X(70) VALUE
               "branch to lift the block.".
           05  FILLER PIC X(9) VALUE "CAJ0091ES".
           05  FILLER PIC X(70) VALUE
               "        Cambiar PIN".
           05  FILLER PIC X(9) VALUE "CAJ0091EN".
           05  FILLER PIC X(70) VALUE
               "        Change PIN".
           05  FILLER PIC X(9) VALUE "CAJ0092ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese su PIN actual: ".
           05  FILLER PIC X(9) VALUE "CAJ0092EN".
           05  FILLER PIC X(70) VALUE
               "Enter your current PIN: ".
           05  FILLER PIC X(9) VALUE "CAJ0093ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese el nuevo PIN (4 digitos): ".
           05  FILLER PIC X(9) VALUE "CAJ0093EN".
           05  FILLER PIC X(70) VALUE
               "Enter the new PIN (4 digits): ".
           05  FILLER PIC X(9) VALUE "CAJ0094ES".
           05  FILLER PIC X(70) VALUE
               "Confirme el nuevo PIN: ".
           05  FILLER PIC X(9) VALUE "CAJ0094EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the new PIN: ".
           05  FILLER PIC X(9) VALUE "CAJ0095ES".
           05  FILLER PIC X(70) VALUE
               "El nuevo PIN debe ser numerico de 4 digitos.".
           05  FILLER PIC X(9) VALUE "CAJ0095EN".
           05  FILLER PIC X(70) VALUE
               "The new PIN must be 4 numeric digits.".
           05  FILLER PIC X(9) VALUE "CAJ0096ES".
           05  FILLER PIC X(70) VALUE
               "Los PIN ingresados no coinciden.".
           05  FILLER PIC X(9) VALUE "CAJ0096EN".
           05  FILLER PIC X(70) VALUE
               "The PINs entered do not match.".
           05  FILLER PIC X(9) VALUE "CAJ0097ES".
           05  FILLER PIC X(70) VALUE
               "PIN actual incorrecto.".
           05  FILLER PIC X(9) VALUE "CAJ0097EN".
           05  FILLER PIC X(70) VALUE
               "Incorrect current PIN.".
           05  FILLER PIC X(9) VALUE "CAJ0098ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo actualizar el PIN.".
           05  FILLER PIC X(9) VALUE "CAJ0098EN".
           05  FILLER PIC X(70) VALUE
               "The PIN could not be updated.".
           05  FILLER PIC X(9) VALUE "CAJ0099ES".
           05  FILLER PIC X(70) VALUE
               "Error al registrar transaccion en archivo".
           05  FILLER PIC X(9) VALUE "CAJ0099EN".
           05  FILLER PIC X(70) VALUE
               "Error recording the transaction in file".
           05  FILLER PIC X(9) VALUE "CAJ0100ES".
           05  FILLER PIC X(70) VALUE
               "Su saldo actual es de: ".
           05  FILLER PIC X(9) VALUE "CAJ0100EN".
           05  FILLER PIC X(70) VALUE
               "Your current balance is: ".
           05  FILLER PIC X(9) VALUE "CAJ0101ES".
           05  FILLER PIC X(70) VALUE
               "1.Enviar por e-mail".
           05  FILLER PIC X(9) VALUE "CAJ0101EN".
           05  FILLER PIC X(70) VALUE
               "1.Send by e-mail".
           05  FILLER PIC X(9) VALUE "CAJ0102ES".
           05  FILLER PIC X(70) VALUE
               "2.Volver a MENU OPERACIONES".
           05  FILLER PIC X(9) VALUE "CAJ0102EN".
           05  FILLER PIC X(70) VALUE
               "2.Back to OPERATIONS MENU".
           05  FILLER PIC X(9) VALUE "CAJ0103ES".
           05  FILLER PIC X(70) VALUE
               "Email enviado correctamente.".
           05  FILLER PIC X(9) VALUE "CAJ0103EN".
           05  FILLER PIC X(70) VALUE
               "Email sent successfully.".
           05  FILLER PIC X(9) VALUE "CAJ0104ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo enviar el email.".
           05  FILLER PIC X(9) VALUE "CAJ0104EN".
           05  FILLER PIC X(70) VALUE
               "The email could not be sent.".
           05  FILLER PIC X(9) VALUE "CAJ0105ES".
           05  FILLER PIC X(70) VALUE
               "1. A una cuenta de este banco".
           05  FILLER PIC X(9) VALUE "CAJ0105EN".
           05  FILLER PIC X(70) VALUE
               "1. To an account at this bank".
           05  FILLER PIC X(9) VALUE "CAJ0106ES".
           05  FILLER PIC X(70) VALUE
               "2. A una cuenta de otro banco".
           05  FILLER PIC X(9) VALUE "CAJ0106EN".
           05  FILLER PIC X(70) VALUE
               "2. To an account at another bank".
           05  FILLER PIC X(9) VALUE "CAJ0107ES".
           05  FILLER PIC X(70) VALUE
               "Operacion no disponible: debe".
           05  FILLER PIC X(9) VALUE "CAJ0107EN".
           05  FILLER PIC X(70) VALUE
               "Operation not available: you must".
           05  FILLER PIC X(9) VALUE "CAJ0108ES".
           05  FILLER PIC X(70) VALUE
               "actualizar sus datos en el banco.".
           05  FILLER PIC X(9) VALUE "CAJ0108EN".
           05  FILLER PIC X(70) VALUE
               "update your details at the bank.".
           05  FILLER PIC X(9) VALUE "CAJ0109ES".
           05  FILLER PIC X(70) VALUE
               "  Transferencia a otro banco".
           05  FILLER PIC X(9) VALUE "CAJ0109EN".
           05  FILLER PIC X(70) VALUE
               "  Transfer to another bank".
           05  FILLER PIC X(9) VALUE "CAJ0110ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de banco destino (3 digitos): ".
           05  FILLER PIC X(9) VALUE "CAJ0110EN".
           05  FILLER PIC X(70) VALUE
               "Destination bank code (3 digits): ".
           05  FILLER PIC X(9) VALUE "CAJ0111ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta destino (hasta 22 caracteres): ".
           05  FILLER PIC X(9) VALUE "CAJ0111EN".
           05  FILLER PIC X(70) VALUE
               "Destination account (up to 22 chars): ".
           05  FILLER PIC X(9) VALUE "CAJ0112ES".
           05  FILLER PIC X(70) VALUE
               "Nombre del beneficiario: ".
           05  FILLER PIC X(9) VALUE "CAJ0112EN".
           05  FILLER PIC X(70) VALUE
               "Beneficiary name: ".
           05  FILLER PIC X(9) VALUE "CAJ0113ES".
           05  FILLER PIC X(70) VALUE
               "Operacion cancelada.".
           05  FILLER PIC X(9) VALUE "CAJ0113EN".
           05  FILLER PIC X(70) VALUE
               "Operation cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0114ES".
           05  FILLER PIC X(70) VALUE
               "Fondos insuficientes. Operacion cancelada.".
           05  FILLER PIC X(9) VALUE "CAJ0114EN".
           05  FILLER PIC X(70) VALUE
               "Insufficient funds. Operation cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0115ES".
           05  FILLER PIC X(70) VALUE
               "Por su importe, la transferencia queda".
           05  FILLER PIC X(9) VALUE "CAJ0115EN".
           05  FILLER PIC X(70) VALUE
               "Because of its amount, the transfer is".
           05  FILLER PIC X(9) VALUE "CAJ0116ES".
           05  FILLER PIC X(70) VALUE
               "a la espera de autorizacion del banco.".
           05  FILLER PIC X(9) VALUE "CAJ0116EN".
           05  FILLER PIC X(70) VALUE
               "waiting for the bank's authorization.".
           05  FILLER PIC X(9) VALUE "CAJ0117ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar el debito.".
           05  FILLER PIC X(9) VALUE "CAJ0117EN".
           05  FILLER PIC X(70) VALUE
               "The debit could not be recorded.".
           05  FILLER PIC X(9) VALUE "CAJ0118ES".
           05  FILLER PIC X(70) VALUE
               "Transferencia cancelada.".
           05  FILLER PIC X(9) VALUE "CAJ0118EN".
           05  FILLER PIC X(70) VALUE
               "Transfer cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0119ES".
           05  FILLER PIC X(70) VALUE
               "Operacion retenida para revision".
           05  FILLER PIC X(9) VALUE "CAJ0119EN".
           05  FILLER PIC X(70) VALUE
               "Operation held for review".
           05  FILLER PIC X(9) VALUE "CAJ0120ES".
           05  FILLER PIC X(70) VALUE
               "del banco.".
           05  FILLER PIC X(9) VALUE "CAJ0120EN".
           05  FILLER PIC X(70) VALUE
               "by the bank.".
           05  FILLER PIC X(9) VALUE "CAJ0121ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo encolar la orden.".
           05  FILLER PIC X(9) VALUE "CAJ0121EN".
           05  FILLER PIC X(70) VALUE
               "The order could not be queued.".
           05  FILLER PIC X(9) VALUE "CAJ0122ES".
           05  FILLER PIC X(70) VALUE
               "Se reintegro el importe a su cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0122EN".
           05  FILLER PIC X(70) VALUE
               "The amount was refunded to your account.".
           05  FILLER PIC X(9) VALUE "CAJ0123ES".
           05  FILLER PIC X(70) VALUE
               "Orden interbancaria registrada por $ ".
           05  FILLER PIC X(9) VALUE "CAJ0123EN".
           05  FILLER PIC X(70) VALUE
               "Interbank order registered for $ ".
           05  FILLER PIC X(9) VALUE "CAJ0124ES".
           05  FILLER PIC X(70) VALUE
               "Se procesa esta noche con la camara.".
           05  FILLER PIC X(9) VALUE "CAJ0124EN".
           05  FILLER PIC X(70) VALUE
               "It is processed tonight by the clearing.".
           05  FILLER PIC X(9) VALUE "CAJ0125ES".
           05  FILLER PIC X(70) VALUE
               "1. Elegir un destino guardado".
           05  FILLER PIC X(9) VALUE "CAJ0125EN".
           05  FILLER PIC X(70) VALUE
               "1. Choose a saved destination".
           05  FILLER PIC X(9) VALUE "CAJ0126ES".
           05  FILLER PIC X(70) VALUE
               "2. Ingresar un CBF nuevo".
           05  FILLER PIC X(9) VALUE "CAJ0126EN".
           05  FILLER PIC X(70) VALUE
               "2. Enter a new CBF".
           05  FILLER PIC X(9) VALUE "CAJ0127ES".
           05  FILLER PIC X(70) VALUE
               "    Ingrese el CBF destino:    ".
           05  FILLER PIC X(9) VALUE "CAJ0127EN".
           05  FILLER PIC X(70) VALUE
               "    Enter the destination CBF:    ".
           05  FILLER PIC X(9) VALUE "CAJ0128ES".
           05  FILLER PIC X(70) VALUE
               "El destino no puede ser la cuenta de origen.".
           05  FILLER PIC X(9) VALUE "CAJ0128EN".
           05  FILLER PIC X(70) VALUE
               "The destination cannot be the source account.".
           05  FILLER PIC X(9) VALUE "CAJ0129ES".
           05  FILLER PIC X(70) VALUE
               "CBF destino no valido. Operacion cancelada.".
           05  FILLER PIC X(9) VALUE "CAJ0129EN".
           05  FILLER PIC X(70) VALUE
               "Invalid destination CBF. Operation cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0130ES".
           05  FILLER PIC X(70) VALUE
               "Nombre del destinatario: ".
           05  FILLER PIC X(9) VALUE "CAJ0130EN".
           05  FILLER PIC X(70) VALUE
               "Recipient name: ".
           05  FILLER PIC X(9) VALUE "CAJ0131ES".
           05  FILLER PIC X(70) VALUE
               "Primera transferencia a este destino.".
           05  FILLER PIC X(9) VALUE "CAJ0131EN".
           05  FILLER PIC X(70) VALUE
               "First transfer to this destination.".
           05  FILLER PIC X(9) VALUE "CAJ0132ES".
           05  FILLER PIC X(70) VALUE
               "Confirma que el destinatario es correcto?".
           05  FILLER PIC X(9) VALUE "CAJ0132EN".
           05  FILLER PIC X(70) VALUE
               "Do you confirm the recipient is correct?".
           05  FILLER PIC X(9) VALUE "CAJ0133ES".
           05  FILLER PIC X(70) VALUE
               "Motivo (opcional, ENTER para omitir): ".
           05  FILLER PIC X(9) VALUE "CAJ0133EN".
           05  FILLER PIC X(70) VALUE
               "Reference (optional, ENTER to skip): ".
           05  FILLER PIC X(9) VALUE "CAJ0134ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta a la orden conjunta: una".
           05  FILLER PIC X(9) VALUE "CAJ0134EN".
           05  FILLER PIC X(70) VALUE
               "Joint-order account: a".
           05  FILLER PIC X(9) VALUE "CAJ0135ES".
           05  FILLER PIC X(70) VALUE
               "transferencia con cambio de moneda".
           05  FILLER PIC X(9) VALUE "CAJ0135EN".
           05  FILLER PIC X(70) VALUE
               "transfer with currency exchange".
           05  FILLER PIC X(9) VALUE "CAJ0136ES".
           05  FILLER PIC X(70) VALUE
               "requiere ambas firmas en sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0136EN".
           05  FILLER PIC X(70) VALUE
               "requires both signatures at the branch.".
           05  FILLER PIC X(9) VALUE "CAJ0137ES".
           05  FILLER PIC X(70) VALUE
               "Por su importe, una transferencia con".
           05  FILLER PIC X(9) VALUE "CAJ0137EN".
           05  FILLER PIC X(70) VALUE
               "Because of its amount, a transfer with".
           05  FILLER PIC X(9) VALUE "CAJ0138ES".
           05  FILLER PIC X(70) VALUE
               "cambio de moneda debe gestionarse en".
           05  FILLER PIC X(9) VALUE "CAJ0138EN".
           05  FILLER PIC X(70) VALUE
               "currency exchange must be handled at a".
           05  FILLER PIC X(9) VALUE "CAJ0139ES".
           05  FILLER PIC X(70) VALUE
               "sucursal (o dividirse en importes".
           05  FILLER PIC X(9) VALUE "CAJ0139EN".
           05  FILLER PIC X(70) VALUE
               "branch (or split into smaller".
           05  FILLER PIC X(9) VALUE "CAJ0140ES".
           05  FILLER PIC X(70) VALUE
               "menores).".
           05  FILLER PIC X(9) VALUE "CAJ0140EN".
           05  FILLER PIC X(70) VALUE
               "amounts).".
           05  FILLER PIC X(9) VALUE "CAJ0141ES".
           05  FILLER PIC X(70) VALUE
               "1. Ejecutar ahora".
           05  FILLER PIC X(9) VALUE "CAJ0141EN".
           05  FILLER PIC X(70) VALUE
               "1. Execute now".
           05  FILLER PIC X(9) VALUE "CAJ0142ES".
           05  FILLER PIC X(70) VALUE
               "2. Programar para una fecha futura".
           05  FILLER PIC X(9) VALUE "CAJ0142EN".
           05  FILLER PIC X(70) VALUE
               "2. Schedule for a future date".
           05  FILLER PIC X(9) VALUE "CAJ0143ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo acreditar al destino.".
           05  FILLER PIC X(9) VALUE "CAJ0143EN".
           05  FILLER PIC X(70) VALUE
               "The destination could not be credited.".
           05  FILLER PIC X(9) VALUE "CAJ0144ES".
           05  FILLER PIC X(70) VALUE
               "Guardar este destino como".
           05  FILLER PIC X(9) VALUE "CAJ0144EN".
           05  FILLER PIC X(70) VALUE
               "Save this destination as a".
           05  FILLER PIC X(9) VALUE "CAJ0145ES".
           05  FILLER PIC X(70) VALUE
               "beneficiario? (S/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0145EN".
           05  FILLER PIC X(70) VALUE
               "beneficiary? (Y/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0146ES".
           05  FILLER PIC X(70) VALUE
               "Alias para el destino: ".
           05  FILLER PIC X(9) VALUE "CAJ0146EN".
           05  FILLER PIC X(70) VALUE
               "Alias for the destination: ".
           05  FILLER PIC X(9) VALUE "CAJ0147ES".
           05  FILLER PIC X(70) VALUE
               "Destino guardado.".
           05  FILLER PIC X(9) VALUE "CAJ0147EN".
           05  FILLER PIC X(70) VALUE
               "Destination saved.".
           05  FILLER PIC X(9) VALUE "CAJ0148ES".
           05  FILLER PIC X(70) VALUE
               "Transferencia exitosa de $ -".
           05  FILLER PIC X(9) VALUE "CAJ0148EN".
           05  FILLER PIC X(70) VALUE
               "Successful transfer of $ -".
           05  FILLER PIC X(9) VALUE "CAJ0149ES".
           05  FILLER PIC X(70) VALUE
               "Su nuevo saldo es de: $".
           05  FILLER PIC X(9) VALUE "CAJ0149EN".
           05  FILLER PIC X(70) VALUE
               "Your new balance is: $".
           05  FILLER PIC X(9) VALUE "CAJ0150ES".
           05  FILLER PIC X(70) VALUE
               "Presiones ENTER para MENU OPERACIONES".
           05  FILLER PIC X(9) VALUE "CAJ0150EN".
           05  FILLER PIC X(70) VALUE
               "Press ENTER for OPERATIONS MENU".
           05  FILLER PIC X(9) VALUE "CAJ0151ES".
           05  FILLER PIC X(70) VALUE
               "Solo se convierte entre ARS y USD.".
           05  FILLER PIC X(9) VALUE "CAJ0151EN".
           05  FILLER PIC X(70) VALUE
               "Only ARS and USD can be converted.".
           05  FILLER PIC X(9) VALUE "CAJ0152ES".
           05  FILLER PIC X(70) VALUE
               "No hay cotizacion de pizarra cargada.".
           05  FILLER PIC X(9) VALUE "CAJ0152EN".
           05  FILLER PIC X(70) VALUE
               "No board exchange rate is loaded.".
           05  FILLER PIC X(9) VALUE "CAJ0153ES".
           05  FILLER PIC X(70) VALUE
               "Cotizacion aplicada: ".
           05  FILLER PIC X(9) VALUE "CAJ0153EN".
           05  FILLER PIC X(70) VALUE
               "Exchange rate applied: ".
           05  FILLER PIC X(9) VALUE "CAJ0154ES".
           05  FILLER PIC X(70) VALUE
               "El destino recibe:   $ ".
           05  FILLER PIC X(9) VALUE "CAJ0154EN".
           05  FILLER PIC X(70) VALUE
               "The destination receives: $ ".
           05  FILLER PIC X(9) VALUE "CAJ0155ES".
           05  FILLER PIC X(70) VALUE
               "Confirma la conversion? (S/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0155EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the conversion? (Y/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0156ES".
           05  FILLER PIC X(70) VALUE
               "      Mis beneficiarios".
           05  FILLER PIC X(9) VALUE "CAJ0156EN".
           05  FILLER PIC X(70) VALUE
               "      My beneficiaries".
           05  FILLER PIC X(9) VALUE "CAJ0157ES".
           05  FILLER PIC X(70) VALUE
               "Eliminar este destino guardado? (S/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0157EN".
           05  FILLER PIC X(70) VALUE
               "Delete this saved destination? (Y/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0158ES".
           05  FILLER PIC X(70) VALUE
               "Destino eliminado.".
           05  FILLER PIC X(9) VALUE "CAJ0158EN".
           05  FILLER PIC X(70) VALUE
               "Destination deleted.".
           05  FILLER PIC X(9) VALUE "CAJ0159ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo eliminar el destino.".
           05  FILLER PIC X(9) VALUE "CAJ0159EN".
           05  FILLER PIC X(70) VALUE
               "The destination could not be deleted.".
           05  FILLER PIC X(9) VALUE "CAJ0160ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese fecha de ejecucion (AAAAMMDD): ".
           05  FILLER PIC X(9) VALUE "CAJ0160EN".
           05  FILLER PIC X(70) VALUE
               "Enter execution date (YYYYMMDD): ".
           05  FILLER PIC X(9) VALUE "CAJ0161ES".
           05  FILLER PIC X(70) VALUE
               "Fecha invalida. Debe ser posterior a hoy.".
           05  FILLER PIC X(9) VALUE "CAJ0161EN".
           05  FILLER PIC X(70) VALUE
               "Invalid date. It must be after today.".
           05  FILLER PIC X(9) VALUE "CAJ0162ES".
           05  FILLER PIC X(70) VALUE
               "Transferencia programada para ".
           05  FILLER PIC X(9) VALUE "CAJ0162EN".
           05  FILLER PIC X(70) VALUE
               "Transfer scheduled for ".
           05  FILLER PIC X(9) VALUE "CAJ0163ES".
           05  FILLER PIC X(70) VALUE
               "Error al programar la transferencia.".
           05  FILLER PIC X(9) VALUE "CAJ0163EN".
           05  FILLER PIC X(70) VALUE
               "Error scheduling the transfer.".
           05  FILLER PIC X(9) VALUE "CAJ0164ES".
           05  FILLER PIC X(70) VALUE
               "1. Constituir plazo fijo".
           05  FILLER PIC X(9) VALUE "CAJ0164EN".
           05  FILLER PIC X(70) VALUE
               "1. Open a fixed-term deposit".
           05  FILLER PIC X(9) VALUE "CAJ0165ES".
           05  FILLER PIC X(70) VALUE
               "2. Precancelar plazo fijo".
           05  FILLER PIC X(9) VALUE "CAJ0165EN".
           05  FILLER PIC X(70) VALUE
               "2. Cancel a fixed-term deposit early".
           05  FILLER PIC X(9) VALUE "CAJ0166ES".
           05  FILLER PIC X(70) VALUE
               "     Constituir plazo fijo".
           05  FILLER PIC X(9) VALUE "CAJ0166EN".
           05  FILLER PIC X(70) VALUE
               "     Open a fixed-term deposit".
           05  FILLER PIC X(9) VALUE "CAJ0167ES".
           05  FILLER PIC X(70) VALUE
               "Su saldo disponible es de: $".
           05  FILLER PIC X(9) VALUE "CAJ0167EN".
           05  FILLER PIC X(70) VALUE
               "Your available balance is: $".
           05  FILLER PIC X(9) VALUE "CAJ0168ES".
           05  FILLER PIC X(70) VALUE
               "Modalidad:".
           05  FILLER PIC X(9) VALUE "CAJ0168EN".
           05  FILLER PIC X(70) VALUE
               "Type:".
           05  FILLER PIC X(9) VALUE "CAJ0169ES".
           05  FILLER PIC X(70) VALUE
               "  N. Tasa fija en pesos".
           05  FILLER PIC X(9) VALUE "CAJ0169EN".
           05  FILLER PIC X(70) VALUE
               "  N. Fixed rate in pesos".
           05  FILLER PIC X(9) VALUE "CAJ0170ES".
           05  FILLER PIC X(70) VALUE
               "  U. Capital ajustable por UVA".
           05  FILLER PIC X(9) VALUE "CAJ0170EN".
           05  FILLER PIC X(70) VALUE
               "  U. Principal adjusted by UVA".
           05  FILLER PIC X(9) VALUE "CAJ0171ES".
           05  FILLER PIC X(70) VALUE
               "Plazo en dias (90, 180 o 365): ".
           05  FILLER PIC X(9) VALUE "CAJ0171EN".
           05  FILLER PIC X(70) VALUE
               "Term in days (90, 180 or 365): ".
           05  FILLER PIC X(9) VALUE "CAJ0172ES".
           05  FILLER PIC X(70) VALUE
               "Plazo en dias (30, 60 o 90): ".
           05  FILLER PIC X(9) VALUE "CAJ0172EN".
           05  FILLER PIC X(70) VALUE
               "Term in days (30, 60 or 90): ".
           05  FILLER PIC X(9) VALUE "CAJ0173ES".
           05  FILLER PIC X(70) VALUE
               "Al vencimiento:".
           05  FILLER PIC X(9) VALUE "CAJ0173EN".
           05  FILLER PIC X(70) VALUE
               "At maturity:".
           05  FILLER PIC X(9) VALUE "CAJ0174ES".
           05  FILLER PIC X(70) VALUE
               "  N. Acreditar capital e interes".
           05  FILLER PIC X(9) VALUE "CAJ0174EN".
           05  FILLER PIC X(70) VALUE
               "  N. Credit principal and interest".
           05  FILLER PIC X(9) VALUE "CAJ0175ES".
           05  FILLER PIC X(70) VALUE
               "  C. Renovar capital, acreditar interes".
           05  FILLER PIC X(9) VALUE "CAJ0175EN".
           05  FILLER PIC X(70) VALUE
               "  C. Renew principal, credit interest".
           05  FILLER PIC X(9) VALUE "CAJ0176ES".
           05  FILLER PIC X(70) VALUE
               "  T. Renovar capital mas interes".
           05  FILLER PIC X(9) VALUE "CAJ0176EN".
           05  FILLER PIC X(70) VALUE
               "  T. Renew principal plus interest".
           05  FILLER PIC X(9) VALUE "CAJ0177ES".
           05  FILLER PIC X(70) VALUE
               "Capital invalido o fondos insuficientes.".
           05  FILLER PIC X(9) VALUE "CAJ0177EN".
           05  FILLER PIC X(70) VALUE
               "Invalid principal or insufficient funds.".
           05  FILLER PIC X(9) VALUE "CAJ0178ES".
           05  FILLER PIC X(70) VALUE
               "Modalidad invalida.".
           05  FILLER PIC X(9) VALUE "CAJ0178EN".
           05  FILLER PIC X(70) VALUE
               "Invalid type.".
           05  FILLER PIC X(9) VALUE "CAJ0179ES".
           05  FILLER PIC X(70) VALUE
               "El plazo fijo UVA se constituye solo desde".
           05  FILLER PIC X(9) VALUE "CAJ0179EN".
           05  FILLER PIC X(70) VALUE
               "A UVA fixed-term deposit can only be".
           05  FILLER PIC X(9) VALUE "CAJ0180ES".
           05  FILLER PIC X(70) VALUE
               "cuentas en pesos.".
           05  FILLER PIC X(9) VALUE "CAJ0180EN".
           05  FILLER PIC X(70) VALUE
               "opened from peso accounts.".
           05  FILLER PIC X(9) VALUE "CAJ0181ES".
           05  FILLER PIC X(70) VALUE
               "Plazo invalido para la modalidad elegida.".
           05  FILLER PIC X(9) VALUE "CAJ0181EN".
           05  FILLER PIC X(70) VALUE
               "Invalid term for the chosen type.".
           05  FILLER PIC X(9) VALUE "CAJ0182ES".
           05  FILLER PIC X(70) VALUE
               "Instruccion de renovacion invalida.".
           05  FILLER PIC X(9) VALUE "CAJ0182EN".
           05  FILLER PIC X(70) VALUE
               "Invalid renewal instruction.".
           05  FILLER PIC X(9) VALUE "CAJ0183ES".
           05  FILLER PIC X(70) VALUE
               "No hay indice UVA cargado: no se puede".
           05  FILLER PIC X(9) VALUE "CAJ0183EN".
           05  FILLER PIC X(70) VALUE
               "No UVA index is loaded: the UVA".
           05  FILLER PIC X(9) VALUE "CAJ0184ES".
           05  FILLER PIC X(70) VALUE
               "constituir el plazo fijo UVA.".
           05  FILLER PIC X(9) VALUE "CAJ0184EN".
           05  FILLER PIC X(70) VALUE
               "fixed-term deposit cannot be opened.".
           05  FILLER PIC X(9) VALUE "CAJ0185ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta a la orden conjunta: por este".
           05  FILLER PIC X(9) VALUE "CAJ0185EN".
           05  FILLER PIC X(70) VALUE
               "Joint-order account: for this".
           05  FILLER PIC X(9) VALUE "CAJ0186ES".
           05  FILLER PIC X(70) VALUE
               "importe la constitucion requiere la firma".
           05  FILLER PIC X(9) VALUE "CAJ0186EN".
           05  FILLER PIC X(70) VALUE
               "amount the deposit requires the signature".
           05  FILLER PIC X(9) VALUE "CAJ0187ES".
           05  FILLER PIC X(70) VALUE
               "del segundo titular en la sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0187EN".
           05  FILLER PIC X(70) VALUE
               "of the second holder at the branch.".
           05  FILLER PIC X(9) VALUE "CAJ0188ES".
           05  FILLER PIC X(70) VALUE
               "Indice UVA al ".
           05  FILLER PIC X(9) VALUE "CAJ0188EN".
           05  FILLER PIC X(70) VALUE
               "UVA index as of ".
           05  FILLER PIC X(9) VALUE "CAJ0189ES".
           05  FILLER PIC X(70) VALUE
               "Unidades UVA:    ".
           05  FILLER PIC X(9) VALUE "CAJ0189EN".
           05  FILLER PIC X(70) VALUE
               "UVA units:       ".
           05  FILLER PIC X(9) VALUE "CAJ0190ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo debitar el capital.".
           05  FILLER PIC X(9) VALUE "CAJ0190EN".
           05  FILLER PIC X(70) VALUE
               "The principal could not be debited.".
           05  FILLER PIC X(9) VALUE "CAJ0191ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo constituir el plazo fijo.".
           05  FILLER PIC X(9) VALUE "CAJ0191EN".
           05  FILLER PIC X(70) VALUE
               "The fixed-term deposit could not be opened.".
           05  FILLER PIC X(9) VALUE "CAJ0192ES".
           05  FILLER PIC X(70) VALUE
               "Se reintegro el capital a su cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0192EN".
           05  FILLER PIC X(70) VALUE
               "The principal was refunded to your account.".
           05  FILLER PIC X(9) VALUE "CAJ0193ES".
           05  FILLER PIC X(70) VALUE
               "Plazo fijo constituido por ".
           05  FILLER PIC X(9) VALUE "CAJ0193EN".
           05  FILLER PIC X(70) VALUE
               "Fixed-term deposit opened for ".
           05  FILLER PIC X(9) VALUE "CAJ0194ES".
           05  FILLER PIC X(70) VALUE
               " dias.".
           05  FILLER PIC X(9) VALUE "CAJ0194EN".
           05  FILLER PIC X(70) VALUE
               " days.".
           05  FILLER PIC X(9) VALUE "CAJ0195ES".
           05  FILLER PIC X(70) VALUE
               "   Cambio de divisas ARS/USD".
           05  FILLER PIC X(9) VALUE "CAJ0195EN".
           05  FILLER PIC X(70) VALUE
               "   Currency exchange ARS/USD".
           05  FILLER PIC X(9) VALUE "CAJ0196ES".
           05  FILLER PIC X(70) VALUE
               "Su cuenta opera en ".
           05  FILLER PIC X(9) VALUE "CAJ0196EN".
           05  FILLER PIC X(70) VALUE
               "Your account operates in ".
           05  FILLER PIC X(9) VALUE "CAJ0197ES".
           05  FILLER PIC X(70) VALUE
               "CBF de su cuenta en la otra moneda: ".
           05  FILLER PIC X(9) VALUE "CAJ0197EN".
           05  FILLER PIC X(70) VALUE
               "CBF of your account in the other currency: ".
           05  FILLER PIC X(9) VALUE "CAJ0198ES".
           05  FILLER PIC X(70) VALUE
               "La cuenta destino no es suya.".
           05  FILLER PIC X(9) VALUE "CAJ0198EN".
           05  FILLER PIC X(70) VALUE
               "The destination account is not yours.".
           05  FILLER PIC X(9) VALUE "CAJ0199ES".
           05  FILLER PIC X(70) VALUE
               "Las cuentas deben ser una en ARS y otra en".
           05  FILLER PIC X(9) VALUE "CAJ0199EN".
           05  FILLER PIC X(70) VALUE
               "One account must be in ARS and the other".
           05  FILLER PIC X(9) VALUE "CAJ0200ES".
           05  FILLER PIC X(70) VALUE
               "USD. Operacion cancelada.".
           05  FILLER PIC X(9) VALUE "CAJ0200EN".
           05  FILLER PIC X(70) VALUE
               "in USD. Operation cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0201ES".
           05  FILLER PIC X(70) VALUE
               "Monto invalido o fondos insuficientes.".
           05  FILLER PIC X(9) VALUE "CAJ0201EN".
           05  FILLER PIC X(70) VALUE
               "Invalid amount or insufficient funds.".
           05  FILLER PIC X(9) VALUE "CAJ0202ES".
           05  FILLER PIC X(70) VALUE
               "importe el cambio requiere ambas firmas".
           05  FILLER PIC X(9) VALUE "CAJ0202EN".
           05  FILLER PIC X(70) VALUE
               "amount the exchange requires both signatures".
           05  FILLER PIC X(9) VALUE "CAJ0203ES".
           05  FILLER PIC X(70) VALUE
               "en sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0203EN".
           05  FILLER PIC X(70) VALUE
               "at the branch.".
           05  FILLER PIC X(9) VALUE "CAJ0204ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo acreditar la conversion.".
           05  FILLER PIC X(9) VALUE "CAJ0204EN".
           05  FILLER PIC X(70) VALUE
               "The conversion could not be credited.".
           05  FILLER PIC X(9) VALUE "CAJ0205ES".
           05  FILLER PIC X(70) VALUE
               "Cambio realizado al TC ".
           05  FILLER PIC X(9) VALUE "CAJ0205EN".
           05  FILLER PIC X(70) VALUE
               "Exchange done at rate ".
           05  FILLER PIC X(9) VALUE "CAJ0206ES".
           05  FILLER PIC X(70) VALUE
               "Acreditado en destino: $ ".
           05  FILLER PIC X(9) VALUE "CAJ0206EN".
           05  FILLER PIC X(70) VALUE
               "Credited to destination: $ ".
           05  FILLER PIC X(9) VALUE "CAJ0207ES".
           05  FILLER PIC X(70) VALUE
               "      Pago de servicios".
           05  FILLER PIC X(9) VALUE "CAJ0207EN".
           05  FILLER PIC X(70) VALUE
               "      Bill payments".
           05  FILLER PIC X(9) VALUE "CAJ0208ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de servicio (4 digitos): ".
           05  FILLER PIC X(9) VALUE "CAJ0208EN".
           05  FILLER PIC X(70) VALUE
               "Service code (4 digits): ".
           05  FILLER PIC X(9) VALUE "CAJ0209ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de servicio no valido.".
           05  FILLER PIC X(9) VALUE "CAJ0209EN".
           05  FILLER PIC X(70) VALUE
               "Invalid service code.".
           05  FILLER PIC X(9) VALUE "CAJ0210ES".
           05  FILLER PIC X(70) VALUE
               "Empresa: ".
           05  FILLER PIC X(9) VALUE "CAJ0210EN".
           05  FILLER PIC X(70) VALUE
               "Company: ".
           05  FILLER PIC X(9) VALUE "CAJ0211ES".
           05  FILLER PIC X(70) VALUE
               "Referencia de la factura: ".
           05  FILLER PIC X(9) VALUE "CAJ0211EN".
           05  FILLER PIC X(70) VALUE
               "Invoice reference: ".
           05  FILLER PIC X(9) VALUE "CAJ0212ES".
           05  FILLER PIC X(70) VALUE
               "Pago cancelado.".
           05  FILLER PIC X(9) VALUE "CAJ0212EN".
           05  FILLER PIC X(70) VALUE
               "Payment cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0213ES".
           05  FILLER PIC X(70) VALUE
               "Fondos insuficientes.".
           05  FILLER PIC X(9) VALUE "CAJ0213EN".
           05  FILLER PIC X(70) VALUE
               "Insufficient funds.".
           05  FILLER PIC X(9) VALUE "CAJ0214ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo debitar el pago.".
           05  FILLER PIC X(9) VALUE "CAJ0214EN".
           05  FILLER PIC X(70) VALUE
               "The payment could not be debited.".
           05  FILLER PIC X(9) VALUE "CAJ0215ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar el pago.".
           05  FILLER PIC X(9) VALUE "CAJ0215EN".
           05  FILLER PIC X(70) VALUE
               "The payment could not be recorded.".
           05  FILLER PIC X(9) VALUE "CAJ0216ES".
           05  FILLER PIC X(70) VALUE
               "Se reintegro el importe a su".
           05  FILLER PIC X(9) VALUE "CAJ0216EN".
           05  FILLER PIC X(70) VALUE
               "The amount was refunded to your".
           05  FILLER PIC X(9) VALUE "CAJ0217ES".
           05  FILLER PIC X(70) VALUE
               "cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0217EN".
           05  FILLER PIC X(70) VALUE
               "account.".
           05  FILLER PIC X(9) VALUE "CAJ0218ES".
           05  FILLER PIC X(70) VALUE
               "Pago registrado. Se rinde esta".
           05  FILLER PIC X(9) VALUE "CAJ0218EN".
           05  FILLER PIC X(70) VALUE
               "Payment recorded. It is remitted tonight".
           05  FILLER PIC X(9) VALUE "CAJ0219ES".
           05  FILLER PIC X(70) VALUE
               "noche a ".
           05  FILLER PIC X(9) VALUE "CAJ0219EN".
           05  FILLER PIC X(70) VALUE
               "to ".
           05  FILLER PIC X(9) VALUE "CAJ0220ES".
           05  FILLER PIC X(70) VALUE
               "Sobre Nro. ".
           05  FILLER PIC X(9) VALUE "CAJ0220EN".
           05  FILLER PIC X(70) VALUE
               "Envelope No. ".
           05  FILLER PIC X(9) VALUE "CAJ0221ES".
           05  FILLER PIC X(70) VALUE
               "El importe queda retenido hasta que la".
           05  FILLER PIC X(9) VALUE "CAJ0221EN".
           05  FILLER PIC X(70) VALUE
               "The amount is held until the branch".
           05  FILLER PIC X(9) VALUE "CAJ0222ES".
           05  FILLER PIC X(70) VALUE
               "sucursal verifique el contenido del sobre.".
           05  FILLER PIC X(9) VALUE "CAJ0222EN".
           05  FILLER PIC X(70) VALUE
               "verifies the contents of the envelope.".
           05  FILLER PIC X(9) VALUE "CAJ0223ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar el sobre.".
           05  FILLER PIC X(9) VALUE "CAJ0223EN".
           05  FILLER PIC X(70) VALUE
               "The envelope could not be recorded.".
           05  FILLER PIC X(9) VALUE "CAJ0224ES".
           05  FILLER PIC X(70) VALUE
               "Consulte en su sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0224EN".
           05  FILLER PIC X(70) VALUE
               "Please ask at your branch.".
           05  FILLER PIC X(9) VALUE "CAJ0225ES".
           05  FILLER PIC X(70) VALUE
               "1. Confirmar Deposito".
           05  FILLER PIC X(9) VALUE "CAJ0225EN".
           05  FILLER PIC X(70) VALUE
               "1. Confirm Deposit".
           05  FILLER PIC X(9) VALUE "CAJ0226ES".
           05  FILLER PIC X(70) VALUE
               "2. Volver a MENU OPERACIONES".
           05  FILLER PIC X(9) VALUE "CAJ0226EN".
           05  FILLER PIC X(70) VALUE
               "2. Back to OPERATIONS MENU".
           05  FILLER PIC X(9) VALUE "CAJ0227ES".
           05  FILLER PIC X(70) VALUE
               "Deposito confirmado por $".
           05  FILLER PIC X(9) VALUE "CAJ0227EN".
           05  FILLER PIC X(70) VALUE
               "Deposit confirmed for $".
           05  FILLER PIC X(9) VALUE "CAJ0228ES".
           05  FILLER PIC X(70) VALUE
               "Su saldo actual es de: $".
           05  FILLER PIC X(9) VALUE "CAJ0228EN".
           05  FILLER PIC X(70) VALUE
               "Your current balance is: $".
           05  FILLER PIC X(9) VALUE "CAJ0229ES".
           05  FILLER PIC X(70) VALUE
               "Fondos insuficientes. Ingrese otro monto.".
           05  FILLER PIC X(9) VALUE "CAJ0229EN".
           05  FILLER PIC X(70) VALUE
               "Insufficient funds. Enter another amount.".
           05  FILLER PIC X(9) VALUE "CAJ0230ES".
           05  FILLER PIC X(70) VALUE
               "Presiones ENTER".
           05  FILLER PIC X(9) VALUE "CAJ0230EN".
           05  FILLER PIC X(70) VALUE
               "Press ENTER".
           05  FILLER PIC X(9) VALUE "CAJ0231ES".
           05  FILLER PIC X(70) VALUE
               "Supera el tope permitido ($".
           05  FILLER PIC X(9) VALUE "CAJ0231EN".
           05  FILLER PIC X(70) VALUE
               "Exceeds the allowed limit ($".
           05  FILLER PIC X(9) VALUE "CAJ0232ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese un monto menor, apriete ENTER.".
           05  FILLER PIC X(9) VALUE "CAJ0232EN".
           05  FILLER PIC X(70) VALUE
               "Enter a smaller amount, press ENTER.".
           05  FILLER PIC X(9) VALUE "CAJ0233ES".
           05  FILLER PIC X(70) VALUE
               "Supera el tope diario acumulado ($".
           05  FILLER PIC X(9) VALUE "CAJ0233EN".
           05  FILLER PIC X(70) VALUE
               "Exceeds the accumulated daily limit ($".
           05  FILLER PIC X(9) VALUE "CAJ0234ES".
           05  FILLER PIC X(70) VALUE
               "entre todas sus cuentas.".
           05  FILLER PIC X(9) VALUE "CAJ0234EN".
           05  FILLER PIC X(70) VALUE
               "across all your accounts.".
           05  FILLER PIC X(9) VALUE "CAJ0235ES".
           05  FILLER PIC X(70) VALUE
               "No hay billetes para ese monto.".
           05  FILLER PIC X(9) VALUE "CAJ0235EN".
           05  FILLER PIC X(70) VALUE
               "No banknotes available for that amount.".
           05  FILLER PIC X(9) VALUE "CAJ0236ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese otro monto, apriete ENTER.".
           05  FILLER PIC X(9) VALUE "CAJ0236EN".
           05  FILLER PIC X(70) VALUE
               "Enter another amount, press ENTER.".
           05  FILLER PIC X(9) VALUE "CAJ0237ES".
           05  FILLER PIC X(70) VALUE
               "Billetes a entregar:".
           05  FILLER PIC X(9) VALUE "CAJ0237EN".
           05  FILLER PIC X(70) VALUE
               "Banknotes to dispense:".
           05  FILLER PIC X(9) VALUE "CAJ0238ES".
           05  FILLER PIC X(70) VALUE
               "1. Confirmar Extraccion".
           05  FILLER PIC X(9) VALUE "CAJ0238EN".
           05  FILLER PIC X(70) VALUE
               "1. Confirm Withdrawal".
           05  FILLER PIC X(9) VALUE "CAJ0239ES".
           05  FILLER PIC X(70) VALUE
               "2. Volver a pantalla de operaciones".
           05  FILLER PIC X(9) VALUE "CAJ0239EN".
           05  FILLER PIC X(70) VALUE
               "2. Back to operations screen".
           05  FILLER PIC X(9) VALUE "CAJ0240ES".
           05  FILLER PIC X(70) VALUE
               "importe la extraccion requiere la".
           05  FILLER PIC X(9) VALUE "CAJ0240EN".
           05  FILLER PIC X(70) VALUE
               "amount the withdrawal requires the".
           05  FILLER PIC X(9) VALUE "CAJ0241ES".
           05  FILLER PIC X(70) VALUE
               "firma del segundo titular en".
           05  FILLER PIC X(9) VALUE "CAJ0241EN".
           05  FILLER PIC X(70) VALUE
               "signature of the second holder at the".
           05  FILLER PIC X(9) VALUE "CAJ0242ES".
           05  FILLER PIC X(70) VALUE
               "VENTANILLA.".
           05  FILLER PIC X(9) VALUE "CAJ0242EN".
           05  FILLER PIC X(70) VALUE
               "TELLER.".
           05  FILLER PIC X(9) VALUE "CAJ0243ES".
           05  FILLER PIC X(70) VALUE
               "Extraccion exitosa de $ -".
           05  FILLER PIC X(9) VALUE "CAJ0243EN".
           05  FILLER PIC X(70) VALUE
               "Successful withdrawal of $ -".
           05  FILLER PIC X(9) VALUE "CAJ0244ES".
           05  FILLER PIC X(70) VALUE
               "Saldo restante: $".
           05  FILLER PIC X(9) VALUE "CAJ0244EN".
           05  FILLER PIC X(70) VALUE
               "Remaining balance: $".
           05  FILLER PIC X(9) VALUE "CAJ0245ES".
           05  FILLER PIC X(70) VALUE
               "Opcion invalida.".
           05  FILLER PIC X(9) VALUE "CAJ0245EN".
           05  FILLER PIC X(70) VALUE
               "Invalid option.".
           05  FILLER PIC X(9) VALUE "CAJ0246ES".
           05  FILLER PIC X(70) VALUE
               "Monto supera el tope permitido.".
           05  FILLER PIC X(9) VALUE "CAJ0246EN".
           05  FILLER PIC X(70) VALUE
               "Amount exceeds the allowed limit.".
           05  FILLER PIC X(9) VALUE "CAJ0247ES".
           05  FILLER PIC X(70) VALUE
               "Autorizar con supervisor? (S/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0247EN".
           05  FILLER PIC X(70) VALUE
               "Authorize with supervisor? (Y/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0248ES".
           05  FILLER PIC X(70) VALUE
               "Autorizacion aceptada.".
           05  FILLER PIC X(9) VALUE "CAJ0248EN".
           05  FILLER PIC X(70) VALUE
               "Authorization accepted.".
           05  FILLER PIC X(9) VALUE "CAJ0249ES".
           05  FILLER PIC X(70) VALUE
               "Por su seguridad la operacion quedo".
           05  FILLER PIC X(9) VALUE "CAJ0249EN".
           05  FILLER PIC X(70) VALUE
               "For your security the operation was".
           05  FILLER PIC X(9) VALUE "CAJ0250ES".
           05  FILLER PIC X(70) VALUE
               "demorada para revision. Comuniquese con".
           05  FILLER PIC X(9) VALUE "CAJ0250EN".
           05  FILLER PIC X(70) VALUE
               "held for review. Please contact".
           05  FILLER PIC X(9) VALUE "CAJ0251ES".
           05  FILLER PIC X(70) VALUE
               "su sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0251EN".
           05  FILLER PIC X(70) VALUE
               "your branch.".
           05  FILLER PIC X(9) VALUE "CAJ0252ES".
           05  FILLER PIC X(70) VALUE
               "1. Enviar historial por e-mail".
           05  FILLER PIC X(9) VALUE "CAJ0252EN".
           05  FILLER PIC X(70) VALUE
               "1. Send history by e-mail".
           05  FILLER PIC X(9) VALUE "CAJ0253ES".
           05  FILLER PIC X(70) VALUE
               "3. Ver mas movimientos".
           05  FILLER PIC X(9) VALUE "CAJ0253EN".
           05  FILLER PIC X(70) VALUE
               "3. See more transactions".
           05  FILLER PIC X(9) VALUE "CAJ0254ES".
           05  FILLER PIC X(70) VALUE
               "Opcion invalida. Intente nuevamente.".
           05  FILLER PIC X(9) VALUE "CAJ0254EN".
           05  FILLER PIC X(70) VALUE
               "Invalid option. Please try again.".
           05  FILLER PIC X(9) VALUE "CAJ0255ES".
           05  FILLER PIC X(70) VALUE
               "(S/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0255EN".
           05  FILLER PIC X(70) VALUE
               "(Y/N): ".
           05  FILLER PIC X(9) VALUE "CAJ0256ES".
           05  FILLER PIC X(70) VALUE
               "Bloqueo de emergencia activado".
           05  FILLER PIC X(9) VALUE "CAJ0256EN".
           05  FILLER PIC X(70) VALUE
               "Emergency block activated".
           05  FILLER PIC X(9) VALUE "CAJ0257ES".
           05  FILLER PIC X(70) VALUE
               "Su cuenta quedo bloqueada por emergencia.".
           05  FILLER PIC X(9) VALUE "CAJ0257EN".
           05  FILLER PIC X(70) VALUE
               "Your account was blocked due to an emergency.".
           05  FILLER PIC X(9) VALUE "CAJ0258ES".
           05  FILLER PIC X(70) VALUE
               "Resumen de saldo".
           05  FILLER PIC X(9) VALUE "CAJ0258EN".
           05  FILLER PIC X(70) VALUE
               "Balance summary".
           05  FILLER PIC X(9) VALUE "CAJ0259ES".
           05  FILLER PIC X(70) VALUE
               "Extraccion registrada en su cuenta".
           05  FILLER PIC X(9) VALUE "CAJ0259EN".
           05  FILLER PIC X(70) VALUE
               "Withdrawal recorded on your account".
           05  FILLER PIC X(9) VALUE "CAJ0260ES".
           05  FILLER PIC X(70) VALUE
               "Extraccion importante registrada en su cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0260EN".
           05  FILLER PIC X(70) VALUE
               "A large withdrawal was recorded on your account.".
           05  FILLER PIC X(9) VALUE "CAJ0261ES".
           05  FILLER PIC X(70) VALUE
               "Saldo por debajo del minimo".
           05  FILLER PIC X(9) VALUE "CAJ0261EN".
           05  FILLER PIC X(70) VALUE
               "Balance below the minimum".
           05  FILLER PIC X(9) VALUE "CAJ0262ES".
           05  FILLER PIC X(70) VALUE
               "El saldo de su cuenta quedo debajo del minimo.".
           05  FILLER PIC X(9) VALUE "CAJ0262EN".
           05  FILLER PIC X(70) VALUE
               "Your account balance fell below the minimum.".
           05  FILLER PIC X(9) VALUE "CAJ0263ES".
           05  FILLER PIC X(70) VALUE
               "Operacion demorada por revision".
           05  FILLER PIC X(9) VALUE "CAJ0263EN".
           05  FILLER PIC X(70) VALUE
               "Operation held for review".
           05  FILLER PIC X(9) VALUE "CAJ0264ES".
           05  FILLER PIC X(70) VALUE
               "Una operacion quedo demorada por seguridad.".
           05  FILLER PIC X(9) VALUE "CAJ0264EN".
           05  FILLER PIC X(70) VALUE
               "An operation was held for security reasons.".
           05  FILLER PIC X(9) VALUE "CAJ0265ES".
           05  FILLER PIC X(70) VALUE
               "Historial de movimientos".
           05  FILLER PIC X(9) VALUE "CAJ0265EN".
           05  FILLER PIC X(70) VALUE
               "Transaction history".
           05  FILLER PIC X(9) VALUE "CAJ0266ES".
           05  FILLER PIC X(70) VALUE
               "Idioma / Language".
           05  FILLER PIC X(9) VALUE "CAJ0266EN".
           05  FILLER PIC X(70) VALUE
               "Idioma / Language".
           05  FILLER PIC X(9) VALUE "CAJ0267ES".
           05  FILLER PIC X(70) VALUE
               "1. Espanol   2. English   3. Otro / Other".
           05  FILLER PIC X(9) VALUE "CAJ0267EN".
           05  FILLER PIC X(70) VALUE
               "1. Espanol   2. English   3. Otro / Other".
           05  FILLER PIC X(9) VALUE "CAJ0268ES".
           05  FILLER PIC X(70) VALUE
               "ENTER = sin cambios / no change".
           05  FILLER PIC X(9) VALUE "CAJ0268EN".
           05  FILLER PIC X(70) VALUE
               "ENTER = sin cambios / no change".
           05  FILLER PIC X(9) VALUE "CAJ0269ES".
           05  FILLER PIC X(70) VALUE
               "Actual / Current: ".
           05  FILLER PIC X(9) VALUE "CAJ0269EN".
           05  FILLER PIC X(70) VALUE
               "Actual / Current: ".
           05  FILLER PIC X(9) VALUE "CAJ0270ES".
           05  FILLER PIC X(70) VALUE
               "Opcion / Option: ".
           05  FILLER PIC X(9) VALUE "CAJ0270EN".
           05  FILLER PIC X(70) VALUE
               "Opcion / Option: ".
           05  FILLER PIC X(9) VALUE "CAJ0271ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de idioma / Language code: ".
           05  FILLER PIC X(9) VALUE "CAJ0271EN".
           05  FILLER PIC X(70) VALUE
               "Codigo de idioma / Language code: ".
           05  FILLER PIC X(9) VALUE "CAJ0272ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese monto a transferir".
           05  FILLER PIC X(9) VALUE "CAJ0272EN".
           05  FILLER PIC X(70) VALUE
               "Enter amount to transfer".
           05  FILLER PIC X(9) VALUE "CAJ0273ES".
           05  FILLER PIC X(70) VALUE
               "Capital a constituir".
           05  FILLER PIC X(9) VALUE "CAJ0273EN".
           05  FILLER PIC X(70) VALUE
               "Principal to invest".
           05  FILLER PIC X(9) VALUE "CAJ0274ES".
           05  FILLER PIC X(70) VALUE
               "Importe a pagar".
           05  FILLER PIC X(9) VALUE "CAJ0274EN".
           05  FILLER PIC X(70) VALUE
               "Amount to pay".
           05  FILLER PIC X(9) VALUE "CAJ0275ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese monto a depositar".
           05  FILLER PIC X(9) VALUE "CAJ0275EN".
           05  FILLER PIC X(70) VALUE
               "Enter amount to deposit".
           05  FILLER PIC X(9) VALUE "CAJ0276ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese monto a extraer".
           05  FILLER PIC X(9) VALUE "CAJ0276EN".
           05  FILLER PIC X(70) VALUE
               "Enter amount to withdraw".
           05  FILLER PIC X(9) VALUE "CAJ0277ES".
           05  FILLER PIC X(70) VALUE
               "Idioma guardado como preferencia.".
           05  FILLER PIC X(9) VALUE "CAJ0277EN".
           05  FILLER PIC X(70) VALUE
               "Language saved as your preference.".
           05  FILLER PIC X(9) VALUE "CAJ0278ES".
           05  FILLER PIC X(70) VALUE
               "| 28. Mis puntos y canjes              |".
           05  FILLER PIC X(9) VALUE "CAJ0278EN".
           05  FILLER PIC X(70) VALUE
               "| 28. My points and rewards            |".
           05  FILLER PIC X(9) VALUE "CAJ0279ES".
           05  FILLER PIC X(70) VALUE
               "   Mis topes de extraccion".
           05  FILLER PIC X(9) VALUE "CAJ0279EN".
           05  FILLER PIC X(70) VALUE
               "   My withdrawal limits".
           05  FILLER PIC X(9) VALUE "CAJ0280ES".
           05  FILLER PIC X(70) VALUE
               "Maximo del banco por operacion: $".
           05  FILLER PIC X(9) VALUE "CAJ0280EN".
           05  FILLER PIC X(70) VALUE
               "Bank maximum per transaction:  $".
           05  FILLER PIC X(9) VALUE "CAJ0281ES".
           05  FILLER PIC X(70) VALUE
               "Maximo del banco diario:        $".
           05  FILLER PIC X(9) VALUE "CAJ0281EN".
           05  FILLER PIC X(70) VALUE
               "Bank daily maximum:            $".
           05  FILLER PIC X(9) VALUE "CAJ0282ES".
           05  FILLER PIC X(70) VALUE
               "Su tope por operacion:          $".
           05  FILLER PIC X(9) VALUE "CAJ0282EN".
           05  FILLER PIC X(70) VALUE
               "Your limit per transaction:    $".
           05  FILLER PIC X(9) VALUE "CAJ0283ES".
           05  FILLER PIC X(70) VALUE
               "Su tope diario:                 $".
           05  FILLER PIC X(9) VALUE "CAJ0283EN".
           05  FILLER PIC X(70) VALUE
               "Your daily limit:              $".
           05  FILLER PIC X(9) VALUE "CAJ0284ES".
           05  FILLER PIC X(70) VALUE
               "Tiene una suba pendiente desde el".
           05  FILLER PIC X(9) VALUE "CAJ0284EN".
           05  FILLER PIC X(70) VALUE
               "You have an increase pending since".
           05  FILLER PIC X(9) VALUE "CAJ0285ES".
           05  FILLER PIC X(70) VALUE
               "Nuevo tope por operacion (0 = sin tope".
           05  FILLER PIC X(9) VALUE "CAJ0285EN".
           05  FILLER PIC X(70) VALUE
               "New limit per transaction (0 = no limit".
           05  FILLER PIC X(9) VALUE "CAJ0286ES".
           05  FILLER PIC X(70) VALUE
               "propio): $".
           05  FILLER PIC X(9) VALUE "CAJ0286EN".
           05  FILLER PIC X(70) VALUE
               "of your own): $".
           05  FILLER PIC X(9) VALUE "CAJ0287ES".
           05  FILLER PIC X(70) VALUE
               "Nuevo tope diario (0 = sin tope propio): $".
           05  FILLER PIC X(9) VALUE "CAJ0287EN".
           05  FILLER PIC X(70) VALUE
               "New daily limit (0 = no limit of your own): $".
           05  FILLER PIC X(9) VALUE "CAJ0288ES".
           05  FILLER PIC X(70) VALUE
               "Topes actualizados.".
           05  FILLER PIC X(9) VALUE "CAJ0288EN".
           05  FILLER PIC X(70) VALUE
               "Limits updated.".
           05  FILLER PIC X(9) VALUE "CAJ0289ES".
           05  FILLER PIC X(70) VALUE
               "La suba rige desde el".
           05  FILLER PIC X(9) VALUE "CAJ0289EN".
           05  FILLER PIC X(70) VALUE
               "The increase takes effect on".
           05  FILLER PIC X(9) VALUE "CAJ0290ES".
           05  FILLER PIC X(70) VALUE
               " (demora de seguridad).".
           05  FILLER PIC X(9) VALUE "CAJ0290EN".
           05  FILLER PIC X(70) VALUE
               " (security delay).".
           05  FILLER PIC X(9) VALUE "CAJ0291ES".
           05  FILLER PIC X(35) VALUE
               "El tope por operacion no puede supe".
           05  FILLER PIC X(35) VALUE
               "rar el maximo del banco.".
           05  FILLER PIC X(9) VALUE "CAJ0291EN".
           05  FILLER PIC X(35) VALUE
               "The limit per transaction cannot ex".
           05  FILLER PIC X(35) VALUE
               "ceed the bank maximum.".
           05  FILLER PIC X(9) VALUE "CAJ0292ES".
           05  FILLER PIC X(70) VALUE
               "El tope diario no puede superar el maximo del banco.".
           05  FILLER PIC X(9) VALUE "CAJ0292EN".
           05  FILLER PIC X(70) VALUE
               "The daily limit cannot exceed the bank maximum.".
           05  FILLER PIC X(9) VALUE "CAJ0293ES".
           05  FILLER PIC X(70) VALUE
               "Error al grabar los topes.".
           05  FILLER PIC X(9) VALUE "CAJ0293EN".
           05  FILLER PIC X(70) VALUE
               "Error saving the limits.".
           05  FILLER PIC X(9) VALUE "CAJ0294ES".
           05  FILLER PIC X(70) VALUE
               "   Cheques electronicos (echeq)".
           05  FILLER PIC X(9) VALUE "CAJ0294EN".
           05  FILLER PIC X(70) VALUE
               "   Electronic checks (echeq)".
           05  FILLER PIC X(9) VALUE "CAJ0295ES".
           05  FILLER PIC X(70) VALUE
               "1. Emitir un echeq".
           05  FILLER PIC X(9) VALUE "CAJ0295EN".
           05  FILLER PIC X(70) VALUE
               "1. Issue an echeq".
           05  FILLER PIC X(9) VALUE "CAJ0296ES".
           05  FILLER PIC X(70) VALUE
               "2. Mis echeqs".
           05  FILLER PIC X(9) VALUE "CAJ0296EN".
           05  FILLER PIC X(70) VALUE
               "2. My echeqs".
           05  FILLER PIC X(9) VALUE "CAJ0297ES".
           05  FILLER PIC X(70) VALUE
               "3. Endosar un echeq".
           05  FILLER PIC X(9) VALUE "CAJ0297EN".
           05  FILLER PIC X(70) VALUE
               "3. Endorse an echeq".
           05  FILLER PIC X(9) VALUE "CAJ0298ES".
           05  FILLER PIC X(70) VALUE
               "4. Repudiar un echeq recibido".
           05  FILLER PIC X(9) VALUE "CAJ0298EN".
           05  FILLER PIC X(70) VALUE
               "4. Repudiate a received echeq".
           05  FILLER PIC X(9) VALUE "CAJ0299ES".
           05  FILLER PIC X(70) VALUE
               "5. Depositar un echeq".
           05  FILLER PIC X(9) VALUE "CAJ0299EN".
           05  FILLER PIC X(70) VALUE
               "5. Deposit an echeq".
           05  FILLER PIC X(9) VALUE "CAJ0300ES".
           05  FILLER PIC X(70) VALUE
               "Los echeqs se operan solo en cuentas en pesos.".
           05  FILLER PIC X(9) VALUE "CAJ0300EN".
           05  FILLER PIC X(70) VALUE
               "Echeqs are only available for peso accounts.".
           05  FILLER PIC X(9) VALUE "CAJ0301ES".
           05  FILLER PIC X(35) VALUE
               "La cuenta no tiene el documento del".
           05  FILLER PIC X(35) VALUE
               " titular registrado: consulte en la".
           05  FILLER PIC X(9) VALUE "CAJ0301EN".
           05  FILLER PIC X(35) VALUE
               "The account has no holder document ".
           05  FILLER PIC X(35) VALUE
               "on file: please ask at your".
           05  FILLER PIC X(9) VALUE "CAJ0302ES".
           05  FILLER PIC X(70) VALUE
               "sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0302EN".
           05  FILLER PIC X(70) VALUE
               "branch.".
           05  FILLER PIC X(9) VALUE "CAJ0303ES".
           05  FILLER PIC X(70) VALUE
               "Solo una cuenta corriente puede emitir echeqs.".
           05  FILLER PIC X(9) VALUE "CAJ0303EN".
           05  FILLER PIC X(70) VALUE
               "Only a checking account can issue echeqs.".
           05  FILLER PIC X(9) VALUE "CAJ0304ES".
           05  FILLER PIC X(70) VALUE
               "Documento del beneficiario (CUIT/CUIL/DNI):".
           05  FILLER PIC X(9) VALUE "CAJ0304EN".
           05  FILLER PIC X(70) VALUE
               "Payee document (CUIT/CUIL/DNI):".
           05  FILLER PIC X(9) VALUE "CAJ0305ES".
           05  FILLER PIC X(70) VALUE
               "El beneficiario no puede ser el librador.".
           05  FILLER PIC X(9) VALUE "CAJ0305EN".
           05  FILLER PIC X(70) VALUE
               "The payee cannot be the drawer.".
           05  FILLER PIC X(9) VALUE "CAJ0306ES".
           05  FILLER PIC X(70) VALUE
               "Fecha de pago (AAAAMMDD, 0 = al dia):".
           05  FILLER PIC X(9) VALUE "CAJ0306EN".
           05  FILLER PIC X(70) VALUE
               "Payment date (YYYYMMDD, 0 = today):".
           05  FILLER PIC X(9) VALUE "CAJ0307ES".
           05  FILLER PIC X(70) VALUE
               "La fecha de pago no puede ser anterior a hoy.".
           05  FILLER PIC X(9) VALUE "CAJ0307EN".
           05  FILLER PIC X(70) VALUE
               "The payment date cannot be earlier than today.".
           05  FILLER PIC X(9) VALUE "CAJ0308ES".
           05  FILLER PIC X(70) VALUE
               "La fecha de pago no puede pasar del".
           05  FILLER PIC X(9) VALUE "CAJ0308EN".
           05  FILLER PIC X(70) VALUE
               "The payment date cannot be later than".
           05  FILLER PIC X(9) VALUE "CAJ0309ES".
           05  FILLER PIC X(70) VALUE
               "Beneficiario:".
           05  FILLER PIC X(9) VALUE "CAJ0309EN".
           05  FILLER PIC X(70) VALUE
               "Payee:".
           05  FILLER PIC X(9) VALUE "CAJ0310ES".
           05  FILLER PIC X(70) VALUE
               "Importe:       $".
           05  FILLER PIC X(9) VALUE "CAJ0310EN".
           05  FILLER PIC X(70) VALUE
               "Amount:        $".
           05  FILLER PIC X(9) VALUE "CAJ0311ES".
           05  FILLER PIC X(70) VALUE
               "Fecha de pago:".
           05  FILLER PIC X(9) VALUE "CAJ0311EN".
           05  FILLER PIC X(70) VALUE
               "Payment date:".
           05  FILLER PIC X(9) VALUE "CAJ0312ES".
           05  FILLER PIC X(70) VALUE
               "Confirma la emision? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0312EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the issue? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0313ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar el echeq.".
           05  FILLER PIC X(9) VALUE "CAJ0313EN".
           05  FILLER PIC X(70) VALUE
               "The echeq could not be registered.".
           05  FILLER PIC X(9) VALUE "CAJ0314ES".
           05  FILLER PIC X(70) VALUE
               "Echeq emitido. Numero:".
           05  FILLER PIC X(9) VALUE "CAJ0314EN".
           05  FILLER PIC X(70) VALUE
               "Echeq issued. Number:".
           05  FILLER PIC X(9) VALUE "CAJ0315ES".
           05  FILLER PIC X(70) VALUE
               "--- Echeqs en su cartera ---".
           05  FILLER PIC X(9) VALUE "CAJ0315EN".
           05  FILLER PIC X(70) VALUE
               "--- Echeqs you hold ---".
           05  FILLER PIC X(9) VALUE "CAJ0316ES".
           05  FILLER PIC X(70) VALUE
               "  (sin echeqs en cartera)".
           05  FILLER PIC X(9) VALUE "CAJ0316EN".
           05  FILLER PIC X(70) VALUE
               "  (no echeqs held)".
           05  FILLER PIC X(9) VALUE "CAJ0317ES".
           05  FILLER PIC X(70) VALUE
               "--- Echeqs emitidos pendientes de cobro ---".
           05  FILLER PIC X(9) VALUE "CAJ0317EN".
           05  FILLER PIC X(70) VALUE
               "--- Issued echeqs pending collection ---".
           05  FILLER PIC X(9) VALUE "CAJ0318ES".
           05  FILLER PIC X(70) VALUE
               "  (sin echeqs emitidos pendientes)".
           05  FILLER PIC X(9) VALUE "CAJ0318EN".
           05  FILLER PIC X(70) VALUE
               "  (no issued echeqs pending)".
           05  FILLER PIC X(9) VALUE "CAJ0319ES".
           05  FILLER PIC X(70) VALUE
               "  Banco".
           05  FILLER PIC X(9) VALUE "CAJ0319EN".
           05  FILLER PIC X(70) VALUE
               "  Bank".
           05  FILLER PIC X(9) VALUE "CAJ0320ES".
           05  FILLER PIC X(70) VALUE
               " Nro".
           05  FILLER PIC X(9) VALUE "CAJ0320EN".
           05  FILLER PIC X(70) VALUE
               " No.".
           05  FILLER PIC X(9) VALUE "CAJ0321ES".
           05  FILLER PIC X(70) VALUE
               "    Pago".
           05  FILLER PIC X(9) VALUE "CAJ0321EN".
           05  FILLER PIC X(70) VALUE
               "    Payment".
           05  FILLER PIC X(9) VALUE "CAJ0322ES".
           05  FILLER PIC X(70) VALUE
               "  Librador".
           05  FILLER PIC X(9) VALUE "CAJ0322EN".
           05  FILLER PIC X(70) VALUE
               "  Drawer".
           05  FILLER PIC X(9) VALUE "CAJ0323ES".
           05  FILLER PIC X(70) VALUE
               "  Endosos".
           05  FILLER PIC X(9) VALUE "CAJ0323EN".
           05  FILLER PIC X(70) VALUE
               "  Endorsements".
           05  FILLER PIC X(9) VALUE "CAJ0324ES".
           05  FILLER PIC X(70) VALUE
               "El echeq ya tiene el maximo de endosos.".
           05  FILLER PIC X(9) VALUE "CAJ0324EN".
           05  FILLER PIC X(35) VALUE
               "The echeq already has the maximum n".
           05  FILLER PIC X(35) VALUE
               "umber of endorsements.".
           05  FILLER PIC X(9) VALUE "CAJ0325ES".
           05  FILLER PIC X(70) VALUE
               "Documento del nuevo tenedor:".
           05  FILLER PIC X(9) VALUE "CAJ0325EN".
           05  FILLER PIC X(70) VALUE
               "Document of the new holder:".
           05  FILLER PIC X(9) VALUE "CAJ0326ES".
           05  FILLER PIC X(70) VALUE
               "No puede endosarse a si mismo.".
           05  FILLER PIC X(9) VALUE "CAJ0326EN".
           05  FILLER PIC X(70) VALUE
               "You cannot endorse to yourself.".
           05  FILLER PIC X(9) VALUE "CAJ0327ES".
           05  FILLER PIC X(70) VALUE
               "Endosar a".
           05  FILLER PIC X(9) VALUE "CAJ0327EN".
           05  FILLER PIC X(70) VALUE
               "Endorse to".
           05  FILLER PIC X(9) VALUE "CAJ0328ES".
           05  FILLER PIC X(70) VALUE
               "? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0328EN".
           05  FILLER PIC X(70) VALUE
               "? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0329ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar el endoso.".
           05  FILLER PIC X(9) VALUE "CAJ0329EN".
           05  FILLER PIC X(70) VALUE
               "The endorsement could not be registered.".
           05  FILLER PIC X(9) VALUE "CAJ0330ES".
           05  FILLER PIC X(70) VALUE
               "Echeq endosado a".
           05  FILLER PIC X(9) VALUE "CAJ0330EN".
           05  FILLER PIC X(70) VALUE
               "Echeq endorsed to".
           05  FILLER PIC X(9) VALUE "CAJ0331ES".
           05  FILLER PIC X(70) VALUE
               "Motivo del repudio:".
           05  FILLER PIC X(9) VALUE "CAJ0331EN".
           05  FILLER PIC X(70) VALUE
               "Reason for repudiation:".
           05  FILLER PIC X(9) VALUE "CAJ0332ES".
           05  FILLER PIC X(70) VALUE
               "Confirma el repudio? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0332EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the repudiation? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0333ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar el repudio.".
           05  FILLER PIC X(9) VALUE "CAJ0333EN".
           05  FILLER PIC X(70) VALUE
               "The repudiation could not be registered.".
           05  FILLER PIC X(9) VALUE "CAJ0334ES".
           05  FILLER PIC X(70) VALUE
               "Echeq repudiado.".
           05  FILLER PIC X(9) VALUE "CAJ0334EN".
           05  FILLER PIC X(70) VALUE
               "Echeq repudiated.".
           05  FILLER PIC X(9) VALUE "CAJ0335ES".
           05  FILLER PIC X(70) VALUE
               "El echeq volvio al endosante".
           05  FILLER PIC X(9) VALUE "CAJ0335EN".
           05  FILLER PIC X(70) VALUE
               "The echeq went back to the endorser".
           05  FILLER PIC X(9) VALUE "CAJ0336ES".
           05  FILLER PIC X(70) VALUE
               "Banco librador (3 digitos):".
           05  FILLER PIC X(9) VALUE "CAJ0336EN".
           05  FILLER PIC X(70) VALUE
               "Drawee bank (3 digits):".
           05  FILLER PIC X(9) VALUE "CAJ0337ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo acreditar el echeq.".
           05  FILLER PIC X(9) VALUE "CAJ0337EN".
           05  FILLER PIC X(70) VALUE
               "The echeq could not be credited.".
           05  FILLER PIC X(9) VALUE "CAJ0338ES".
           05  FILLER PIC X(70) VALUE
               "Echeq rechazado:".
           05  FILLER PIC X(9) VALUE "CAJ0338EN".
           05  FILLER PIC X(70) VALUE
               "Echeq rejected:".
           05  FILLER PIC X(9) VALUE "CAJ0339ES".
           05  FILLER PIC X(70) VALUE
               "Echeq cobrado y acreditado en su cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0339EN".
           05  FILLER PIC X(70) VALUE
               "Echeq collected and credited to your account.".
           05  FILLER PIC X(9) VALUE "CAJ0340ES".
           05  FILLER PIC X(70) VALUE
               "Numero de echeq (8 digitos):".
           05  FILLER PIC X(9) VALUE "CAJ0340EN".
           05  FILLER PIC X(70) VALUE
               "Echeq number (8 digits):".
           05  FILLER PIC X(9) VALUE "CAJ0341ES".
           05  FILLER PIC X(70) VALUE
               "Ese echeq ya fue depositado.".
           05  FILLER PIC X(9) VALUE "CAJ0341EN".
           05  FILLER PIC X(70) VALUE
               "That echeq has already been deposited.".
           05  FILLER PIC X(9) VALUE "CAJ0342ES".
           05  FILLER PIC X(70) VALUE
               "Documento del librador:".
           05  FILLER PIC X(9) VALUE "CAJ0342EN".
           05  FILLER PIC X(70) VALUE
               "Drawer document:".
           05  FILLER PIC X(9) VALUE "CAJ0343ES".
           05  FILLER PIC X(70) VALUE
               "Fecha de pago (AAAAMMDD):".
           05  FILLER PIC X(9) VALUE "CAJ0343EN".
           05  FILLER PIC X(70) VALUE
               "Payment date (YYYYMMDD):".
           05  FILLER PIC X(9) VALUE "CAJ0344ES".
           05  FILLER PIC X(70) VALUE
               "Error al registrar el credito.".
           05  FILLER PIC X(9) VALUE "CAJ0344EN".
           05  FILLER PIC X(70) VALUE
               "Error registering the credit.".
           05  FILLER PIC X(9) VALUE "CAJ0345ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo retener el importe.".
           05  FILLER PIC X(9) VALUE "CAJ0345EN".
           05  FILLER PIC X(70) VALUE
               "The amount could not be held.".
           05  FILLER PIC X(9) VALUE "CAJ0346ES".
           05  FILLER PIC X(70) VALUE
               "El deposito quedo sin efecto.".
           05  FILLER PIC X(9) VALUE "CAJ0346EN".
           05  FILLER PIC X(70) VALUE
               "The deposit was cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0347ES".
           05  FILLER PIC X(70) VALUE
               "Error al registrar el echeq depositado.".
           05  FILLER PIC X(9) VALUE "CAJ0347EN".
           05  FILLER PIC X(70) VALUE
               "Error registering the deposited echeq.".
           05  FILLER PIC X(9) VALUE "CAJ0348ES".
           05  FILLER PIC X(70) VALUE
               "Echeq depositado. El importe queda".
           05  FILLER PIC X(9) VALUE "CAJ0348EN".
           05  FILLER PIC X(70) VALUE
               "Echeq deposited. The amount is".
           05  FILLER PIC X(9) VALUE "CAJ0349ES".
           05  FILLER PIC X(70) VALUE
               "retenido hasta el".
           05  FILLER PIC X(9) VALUE "CAJ0349EN".
           05  FILLER PIC X(70) VALUE
               "held until".
           05  FILLER PIC X(9) VALUE "CAJ0350ES".
           05  FILLER PIC X(70) VALUE
               "El echeq se puede depositar desde el".
           05  FILLER PIC X(9) VALUE "CAJ0350EN".
           05  FILLER PIC X(70) VALUE
               "The echeq can be deposited from".
           05  FILLER PIC X(9) VALUE "CAJ0351ES".
           05  FILLER PIC X(70) VALUE
               "Vencio el plazo de presentacion del echeq.".
           05  FILLER PIC X(9) VALUE "CAJ0351EN".
           05  FILLER PIC X(70) VALUE
               "The echeq presentation period has expired.".
           05  FILLER PIC X(9) VALUE "CAJ0352ES".
           05  FILLER PIC X(70) VALUE
               "Fecha invalida (AAAAMMDD).".
           05  FILLER PIC X(9) VALUE "CAJ0352EN".
           05  FILLER PIC X(70) VALUE
               "Invalid date (YYYYMMDD).".
           05  FILLER PIC X(9) VALUE "CAJ0353ES".
           05  FILLER PIC X(70) VALUE
               "Echeq banco".
           05  FILLER PIC X(9) VALUE "CAJ0353EN".
           05  FILLER PIC X(70) VALUE
               "Echeq bank".
           05  FILLER PIC X(9) VALUE "CAJ0354ES".
           05  FILLER PIC X(70) VALUE
               " nro".
           05  FILLER PIC X(9) VALUE "CAJ0354EN".
           05  FILLER PIC X(70) VALUE
               " no.".
           05  FILLER PIC X(9) VALUE "CAJ0355ES".
           05  FILLER PIC X(70) VALUE
               "Confirma el deposito? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0355EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the deposit? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0356ES".
           05  FILLER PIC X(70) VALUE
               "Echeq inexistente.".
           05  FILLER PIC X(9) VALUE "CAJ0356EN".
           05  FILLER PIC X(70) VALUE
               "Echeq not found.".
           05  FILLER PIC X(9) VALUE "CAJ0357ES".
           05  FILLER PIC X(70) VALUE
               "El echeq no esta en su cartera.".
           05  FILLER PIC X(9) VALUE "CAJ0357EN".
           05  FILLER PIC X(70) VALUE
               "The echeq is not among the ones you hold.".
           05  FILLER PIC X(9) VALUE "CAJ0358ES".
           05  FILLER PIC X(70) VALUE
               "Importe del echeq".
           05  FILLER PIC X(9) VALUE "CAJ0358EN".
           05  FILLER PIC X(70) VALUE
               "Echeq amount".
           05  FILLER PIC X(9) VALUE "CAJ0359ES".
           05  FILLER PIC X(70) VALUE
               "   Fondos comunes de inversion".
           05  FILLER PIC X(9) VALUE "CAJ0359EN".
           05  FILLER PIC X(70) VALUE
               "   Mutual funds".
           05  FILLER PIC X(9) VALUE "CAJ0360ES".
           05  FILLER PIC X(70) VALUE
               "1. Suscribir".
           05  FILLER PIC X(9) VALUE "CAJ0360EN".
           05  FILLER PIC X(70) VALUE
               "1. Subscribe".
           05  FILLER PIC X(9) VALUE "CAJ0361ES".
           05  FILLER PIC X(70) VALUE
               "2. Rescatar".
           05  FILLER PIC X(9) VALUE "CAJ0361EN".
           05  FILLER PIC X(70) VALUE
               "2. Redeem".
           05  FILLER PIC X(9) VALUE "CAJ0362ES".
           05  FILLER PIC X(70) VALUE
               "3. Mis fondos y ordenes en curso".
           05  FILLER PIC X(9) VALUE "CAJ0362EN".
           05  FILLER PIC X(70) VALUE
               "3. My funds and orders in progress".
           05  FILLER PIC X(9) VALUE "CAJ0363ES".
           05  FILLER PIC X(70) VALUE
               "No hay fondos disponibles en".
           05  FILLER PIC X(9) VALUE "CAJ0363EN".
           05  FILLER PIC X(70) VALUE
               "No funds available in".
           05  FILLER PIC X(9) VALUE "CAJ0364ES".
           05  FILLER PIC X(70) VALUE
               "    Cuotaparte".
           05  FILLER PIC X(9) VALUE "CAJ0364EN".
           05  FILLER PIC X(70) VALUE
               "    Unit value".
           05  FILLER PIC X(9) VALUE "CAJ0365ES".
           05  FILLER PIC X(70) VALUE
               " al".
           05  FILLER PIC X(9) VALUE "CAJ0365EN".
           05  FILLER PIC X(70) VALUE
               " as of".
           05  FILLER PIC X(9) VALUE "CAJ0366ES".
           05  FILLER PIC X(70) VALUE
               "  Minimo $".
           05  FILLER PIC X(9) VALUE "CAJ0366EN".
           05  FILLER PIC X(70) VALUE
               "  Minimum $".
           05  FILLER PIC X(9) VALUE "CAJ0367ES".
           05  FILLER PIC X(70) VALUE
               "Fondo (0 = cancelar):".
           05  FILLER PIC X(9) VALUE "CAJ0367EN".
           05  FILLER PIC X(70) VALUE
               "Fund (0 = cancel):".
           05  FILLER PIC X(9) VALUE "CAJ0368ES".
           05  FILLER PIC X(70) VALUE
               "El importe es menor al minimo del fondo ($".
           05  FILLER PIC X(9) VALUE "CAJ0368EN".
           05  FILLER PIC X(70) VALUE
               "The amount is below the fund minimum ($".
           05  FILLER PIC X(9) VALUE "CAJ0369ES".
           05  FILLER PIC X(70) VALUE
               "Fondo:".
           05  FILLER PIC X(9) VALUE "CAJ0369EN".
           05  FILLER PIC X(70) VALUE
               "Fund:".
           05  FILLER PIC X(9) VALUE "CAJ0370ES".
           05  FILLER PIC X(70) VALUE
               "Importe:     $".
           05  FILLER PIC X(9) VALUE "CAJ0370EN".
           05  FILLER PIC X(70) VALUE
               "Amount:      $".
           05  FILLER PIC X(9) VALUE "CAJ0371ES".
           05  FILLER PIC X(70) VALUE
               "Las cuotapartes se calculan al valor de la".
           05  FILLER PIC X(9) VALUE "CAJ0371EN".
           05  FILLER PIC X(70) VALUE
               "Units are calculated at the unit value".
           05  FILLER PIC X(9) VALUE "CAJ0372ES".
           05  FILLER PIC X(70) VALUE
               "cuotaparte de la fecha de la orden.".
           05  FILLER PIC X(9) VALUE "CAJ0372EN".
           05  FILLER PIC X(70) VALUE
               "of the order date.".
           05  FILLER PIC X(9) VALUE "CAJ0373ES".
           05  FILLER PIC X(70) VALUE
               "importe la suscripcion requiere la firma".
           05  FILLER PIC X(9) VALUE "CAJ0373EN".
           05  FILLER PIC X(70) VALUE
               "amount the subscription requires the signature".
           05  FILLER PIC X(9) VALUE "CAJ0374ES".
           05  FILLER PIC X(70) VALUE
               "Confirma la suscripcion? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0374EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the subscription? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0375ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo debitar la suscripcion.".
           05  FILLER PIC X(9) VALUE "CAJ0375EN".
           05  FILLER PIC X(70) VALUE
               "The subscription could not be debited.".
           05  FILLER PIC X(9) VALUE "CAJ0376ES".
           05  FILLER PIC X(70) VALUE
               "Suscripcion registrada. Orden:".
           05  FILLER PIC X(9) VALUE "CAJ0376EN".
           05  FILLER PIC X(70) VALUE
               "Subscription registered. Order:".
           05  FILLER PIC X(9) VALUE "CAJ0377ES".
           05  FILLER PIC X(70) VALUE
               "Fecha de la orden:".
           05  FILLER PIC X(9) VALUE "CAJ0377EN".
           05  FILLER PIC X(70) VALUE
               "Order date:".
           05  FILLER PIC X(9) VALUE "CAJ0378ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar la suscripcion.".
           05  FILLER PIC X(9) VALUE "CAJ0378EN".
           05  FILLER PIC X(70) VALUE
               "The subscription could not be registered.".
           05  FILLER PIC X(9) VALUE "CAJ0379ES".
           05  FILLER PIC X(70) VALUE
               "No tiene cuotapartes disponibles para rescatar.".
           05  FILLER PIC X(9) VALUE "CAJ0379EN".
           05  FILLER PIC X(70) VALUE
               "You have no units available to redeem.".
           05  FILLER PIC X(9) VALUE "CAJ0380ES".
           05  FILLER PIC X(70) VALUE
               "    Cuotapartes".
           05  FILLER PIC X(9) VALUE "CAJ0380EN".
           05  FILLER PIC X(70) VALUE
               "    Units".
           05  FILLER PIC X(9) VALUE "CAJ0381ES".
           05  FILLER PIC X(70) VALUE
               "  Valuadas $".
           05  FILLER PIC X(9) VALUE "CAJ0381EN".
           05  FILLER PIC X(70) VALUE
               "  Valued at $".
           05  FILLER PIC X(9) VALUE "CAJ0382ES".
           05  FILLER PIC X(70) VALUE
               "T. Rescate total   P. Rescate parcial:".
           05  FILLER PIC X(9) VALUE "CAJ0382EN".
           05  FILLER PIC X(70) VALUE
               "T. Full redemption   P. Partial redemption:".
           05  FILLER PIC X(9) VALUE "CAJ0383ES".
           05  FILLER PIC X(35) VALUE
               "El fondo no tiene valor de cuotapar".
           05  FILLER PIC X(35) VALUE
               "te informado: solo rescate total.".
           05  FILLER PIC X(9) VALUE "CAJ0383EN".
           05  FILLER PIC X(35) VALUE
               "The fund has no unit value reported".
           05  FILLER PIC X(35) VALUE
               ": full redemption only.".
           05  FILLER PIC X(9) VALUE "CAJ0384ES".
           05  FILLER PIC X(70) VALUE
               "El importe supera su tenencia en el fondo.".
           05  FILLER PIC X(9) VALUE "CAJ0384EN".
           05  FILLER PIC X(70) VALUE
               "The amount exceeds your holding in the fund.".
           05  FILLER PIC X(9) VALUE "CAJ0385ES".
           05  FILLER PIC X(70) VALUE
               "Importe demasiado chico.".
           05  FILLER PIC X(9) VALUE "CAJ0385EN".
           05  FILLER PIC X(70) VALUE
               "Amount too small.".
           05  FILLER PIC X(9) VALUE "CAJ0386ES".
           05  FILLER PIC X(70) VALUE
               "Cuotapartes:".
           05  FILLER PIC X(9) VALUE "CAJ0386EN".
           05  FILLER PIC X(70) VALUE
               "Units:".
           05  FILLER PIC X(9) VALUE "CAJ0387ES".
           05  FILLER PIC X(70) VALUE
               "Estimado:     $".
           05  FILLER PIC X(9) VALUE "CAJ0387EN".
           05  FILLER PIC X(70) VALUE
               "Estimated:    $".
           05  FILLER PIC X(9) VALUE "CAJ0388ES".
           05  FILLER PIC X(70) VALUE
               "Se acredita al valor de la cuotaparte de la fecha".
           05  FILLER PIC X(9) VALUE "CAJ0388EN".
           05  FILLER PIC X(70) VALUE
               "Credited at the unit value of the order date,".
           05  FILLER PIC X(9) VALUE "CAJ0389ES".
           05  FILLER PIC X(70) VALUE
               "de la orden, en el plazo de rescate del fondo.".
           05  FILLER PIC X(9) VALUE "CAJ0389EN".
           05  FILLER PIC X(70) VALUE
               "within the fund's redemption period.".
           05  FILLER PIC X(9) VALUE "CAJ0390ES".
           05  FILLER PIC X(70) VALUE
               "Confirma el rescate? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0390EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the redemption? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0391ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar el rescate.".
           05  FILLER PIC X(9) VALUE "CAJ0391EN".
           05  FILLER PIC X(70) VALUE
               "The redemption could not be registered.".
           05  FILLER PIC X(9) VALUE "CAJ0392ES".
           05  FILLER PIC X(70) VALUE
               "Su tenencia cambio: rescate no registrado.".
           05  FILLER PIC X(9) VALUE "CAJ0392EN".
           05  FILLER PIC X(70) VALUE
               "Your holding changed: redemption not registered.".
           05  FILLER PIC X(9) VALUE "CAJ0393ES".
           05  FILLER PIC X(70) VALUE
               "Rescate registrado. Orden:".
           05  FILLER PIC X(9) VALUE "CAJ0393EN".
           05  FILLER PIC X(70) VALUE
               "Redemption registered. Order:".
           05  FILLER PIC X(9) VALUE "CAJ0394ES".
           05  FILLER PIC X(70) VALUE
               "--- Tenencia valuada al".
           05  FILLER PIC X(9) VALUE "CAJ0394EN".
           05  FILLER PIC X(70) VALUE
               "--- Holding valued as of".
           05  FILLER PIC X(9) VALUE "CAJ0395ES".
           05  FILLER PIC X(70) VALUE
               " cp".
           05  FILLER PIC X(9) VALUE "CAJ0395EN".
           05  FILLER PIC X(70) VALUE
               " un".
           05  FILLER PIC X(9) VALUE "CAJ0396ES".
           05  FILLER PIC X(70) VALUE
               "  (sin tenencia en fondos)".
           05  FILLER PIC X(9) VALUE "CAJ0396EN".
           05  FILLER PIC X(70) VALUE
               "  (no fund holdings)".
           05  FILLER PIC X(9) VALUE "CAJ0397ES".
           05  FILLER PIC X(70) VALUE
               "--- Ordenes en curso ---".
           05  FILLER PIC X(9) VALUE "CAJ0397EN".
           05  FILLER PIC X(70) VALUE
               "--- Orders in progress ---".
           05  FILLER PIC X(9) VALUE "CAJ0398ES".
           05  FILLER PIC X(70) VALUE
               "  (sin ordenes en curso)".
           05  FILLER PIC X(9) VALUE "CAJ0398EN".
           05  FILLER PIC X(70) VALUE
               "  (no orders in progress)".
           05  FILLER PIC X(9) VALUE "CAJ0399ES".
           05  FILLER PIC X(70) VALUE
               " SUSCRIPCION".
           05  FILLER PIC X(9) VALUE "CAJ0399EN".
           05  FILLER PIC X(70) VALUE
               " SUBSCRIPTION".
           05  FILLER PIC X(9) VALUE "CAJ0400ES".
           05  FILLER PIC X(70) VALUE
               " RESCATE".
           05  FILLER PIC X(9) VALUE "CAJ0400EN".
           05  FILLER PIC X(70) VALUE
               " REDEMPTION".
           05  FILLER PIC X(9) VALUE "CAJ0401ES".
           05  FILLER PIC X(70) VALUE
               " el".
           05  FILLER PIC X(9) VALUE "CAJ0401EN".
           05  FILLER PIC X(70) VALUE
               " on".
           05  FILLER PIC X(9) VALUE "CAJ0402ES".
           05  FILLER PIC X(70) VALUE
               "Importe a suscribir".
           05  FILLER PIC X(9) VALUE "CAJ0402EN".
           05  FILLER PIC X(70) VALUE
               "Amount to subscribe".
           05  FILLER PIC X(9) VALUE "CAJ0403ES".
           05  FILLER PIC X(70) VALUE
               "     Ordenes permanentes".
           05  FILLER PIC X(9) VALUE "CAJ0403EN".
           05  FILLER PIC X(70) VALUE
               "     Standing orders".
           05  FILLER PIC X(9) VALUE "CAJ0404ES".
           05  FILLER PIC X(70) VALUE
               "1. Listar mis ordenes".
           05  FILLER PIC X(9) VALUE "CAJ0404EN".
           05  FILLER PIC X(70) VALUE
               "1. List my orders".
           05  FILLER PIC X(9) VALUE "CAJ0405ES".
           05  FILLER PIC X(70) VALUE
               "2. Crear una orden".
           05  FILLER PIC X(9) VALUE "CAJ0405EN".
           05  FILLER PIC X(70) VALUE
               "2. Create an order".
           05  FILLER PIC X(9) VALUE "CAJ0406ES".
           05  FILLER PIC X(70) VALUE
               "3. Cancelar una orden".
           05  FILLER PIC X(9) VALUE "CAJ0406EN".
           05  FILLER PIC X(70) VALUE
               "3. Cancel an order".
           05  FILLER PIC X(9) VALUE "CAJ0407ES".
           05  FILLER PIC X(70) VALUE
               "4. Volver".
           05  FILLER PIC X(9) VALUE "CAJ0407EN".
           05  FILLER PIC X(70) VALUE
               "4. Back".
           05  FILLER PIC X(9) VALUE "CAJ0408ES".
           05  FILLER PIC X(70) VALUE
               "5. Crear una orden de barrido".
           05  FILLER PIC X(9) VALUE "CAJ0408EN".
           05  FILLER PIC X(70) VALUE
               "5. Create a sweep order".
           05  FILLER PIC X(9) VALUE "CAJ0409ES".
           05  FILLER PIC X(70) VALUE
               "Alta".
           05  FILLER PIC X(9) VALUE "CAJ0409EN".
           05  FILLER PIC X(70) VALUE
               "Created".
           05  FILLER PIC X(9) VALUE "CAJ0410ES".
           05  FILLER PIC X(70) VALUE
               " -> CBF".
           05  FILLER PIC X(9) VALUE "CAJ0410EN".
           05  FILLER PIC X(70) VALUE
               " -> CBF".
           05  FILLER PIC X(9) VALUE "CAJ0411ES".
           05  FILLER PIC X(70) VALUE
               " dia".
           05  FILLER PIC X(9) VALUE "CAJ0411EN".
           05  FILLER PIC X(70) VALUE
               " day".
           05  FILLER PIC X(9) VALUE "CAJ0412ES".
           05  FILLER PIC X(70) VALUE
               " hasta".
           05  FILLER PIC X(9) VALUE "CAJ0412EN".
           05  FILLER PIC X(70) VALUE
               " until".
           05  FILLER PIC X(9) VALUE "CAJ0413ES".
           05  FILLER PIC X(70) VALUE
               " estado".
           05  FILLER PIC X(9) VALUE "CAJ0413EN".
           05  FILLER PIC X(70) VALUE
               " status".
           05  FILLER PIC X(9) VALUE "CAJ0414ES".
           05  FILLER PIC X(70) VALUE
               "No tiene ordenes permanentes.".
           05  FILLER PIC X(9) VALUE "CAJ0414EN".
           05  FILLER PIC X(70) VALUE
               "You have no standing orders.".
           05  FILLER PIC X(9) VALUE "CAJ0415ES".
           05  FILLER PIC X(70) VALUE
               "CBF destino:".
           05  FILLER PIC X(9) VALUE "CAJ0415EN".
           05  FILLER PIC X(70) VALUE
               "Destination CBF:".
           05  FILLER PIC X(9) VALUE "CAJ0416ES".
           05  FILLER PIC X(70) VALUE
               "CBF destino no valido.".
           05  FILLER PIC X(9) VALUE "CAJ0416EN".
           05  FILLER PIC X(70) VALUE
               "Invalid destination CBF.".
           05  FILLER PIC X(9) VALUE "CAJ0417ES".
           05  FILLER PIC X(70) VALUE
               "Destinatario:".
           05  FILLER PIC X(9) VALUE "CAJ0417EN".
           05  FILLER PIC X(70) VALUE
               "Recipient:".
           05  FILLER PIC X(9) VALUE "CAJ0418ES".
           05  FILLER PIC X(70) VALUE
               "Alta de orden cancelada.".
           05  FILLER PIC X(9) VALUE "CAJ0418EN".
           05  FILLER PIC X(70) VALUE
               "Order creation cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0419ES".
           05  FILLER PIC X(70) VALUE
               "Dia del mes (1 a 28):".
           05  FILLER PIC X(9) VALUE "CAJ0419EN".
           05  FILLER PIC X(70) VALUE
               "Day of the month (1 to 28):".
           05  FILLER PIC X(9) VALUE "CAJ0420ES".
           05  FILLER PIC X(70) VALUE
               "Hasta que fecha (AAAAMMDD):".
           05  FILLER PIC X(9) VALUE "CAJ0420EN".
           05  FILLER PIC X(70) VALUE
               "Until which date (YYYYMMDD):".
           05  FILLER PIC X(9) VALUE "CAJ0421ES".
           05  FILLER PIC X(70) VALUE
               "El importe debe ser mayor a cero.".
           05  FILLER PIC X(9) VALUE "CAJ0421EN".
           05  FILLER PIC X(70) VALUE
               "The amount must be greater than zero.".
           05  FILLER PIC X(9) VALUE "CAJ0422ES".
           05  FILLER PIC X(70) VALUE
               "El dia debe estar entre 1 y 28.".
           05  FILLER PIC X(9) VALUE "CAJ0422EN".
           05  FILLER PIC X(70) VALUE
               "The day must be between 1 and 28.".
           05  FILLER PIC X(9) VALUE "CAJ0423ES".
           05  FILLER PIC X(70) VALUE
               "La fecha de fin debe ser futura.".
           05  FILLER PIC X(9) VALUE "CAJ0423EN".
           05  FILLER PIC X(70) VALUE
               "The end date must be in the future.".
           05  FILLER PIC X(9) VALUE "CAJ0424ES".
           05  FILLER PIC X(70) VALUE
               "Error al crear la orden.".
           05  FILLER PIC X(9) VALUE "CAJ0424EN".
           05  FILLER PIC X(70) VALUE
               "Error creating the order.".
           05  FILLER PIC X(9) VALUE "CAJ0425ES".
           05  FILLER PIC X(70) VALUE
               "Orden permanente creada.".
           05  FILLER PIC X(9) VALUE "CAJ0425EN".
           05  FILLER PIC X(70) VALUE
               "Standing order created.".
           05  FILLER PIC X(9) VALUE "CAJ0426ES".
           05  FILLER PIC X(70) VALUE
               "CBF destino (cuenta propia):".
           05  FILLER PIC X(9) VALUE "CAJ0426EN".
           05  FILLER PIC X(70) VALUE
               "Destination CBF (your own account):".
           05  FILLER PIC X(9) VALUE "CAJ0427ES".
           05  FILLER PIC X(70) VALUE
               "La cuenta destino no es suya: el barrido".
           05  FILLER PIC X(9) VALUE "CAJ0427EN".
           05  FILLER PIC X(70) VALUE
               "The destination account is not yours: sweeps".
           05  FILLER PIC X(9) VALUE "CAJ0428ES".
           05  FILLER PIC X(70) VALUE
               "solo opera entre cuentas propias.".
           05  FILLER PIC X(9) VALUE "CAJ0428EN".
           05  FILLER PIC X(70) VALUE
               "only work between your own accounts.".
           05  FILLER PIC X(9) VALUE "CAJ0429ES".
           05  FILLER PIC X(70) VALUE
               "Umbral que dispara el barrido: $".
           05  FILLER PIC X(9) VALUE "CAJ0429EN".
           05  FILLER PIC X(70) VALUE
               "Threshold that triggers the sweep: $".
           05  FILLER PIC X(9) VALUE "CAJ0430ES".
           05  FILLER PIC X(70) VALUE
               "Piso a dejar en la cuenta: $".
           05  FILLER PIC X(9) VALUE "CAJ0430EN".
           05  FILLER PIC X(70) VALUE
               "Floor to leave in the account: $".
           05  FILLER PIC X(9) VALUE "CAJ0431ES".
           05  FILLER PIC X(70) VALUE
               "El umbral debe ser mayor a cero.".
           05  FILLER PIC X(9) VALUE "CAJ0431EN".
           05  FILLER PIC X(70) VALUE
               "The threshold must be greater than zero.".
           05  FILLER PIC X(9) VALUE "CAJ0432ES".
           05  FILLER PIC X(70) VALUE
               "El piso no puede superar el umbral.".
           05  FILLER PIC X(9) VALUE "CAJ0432EN".
           05  FILLER PIC X(70) VALUE
               "The floor cannot exceed the threshold.".
           05  FILLER PIC X(9) VALUE "CAJ0433ES".
           05  FILLER PIC X(70) VALUE
               "Orden de barrido creada.".
           05  FILLER PIC X(9) VALUE "CAJ0433EN".
           05  FILLER PIC X(70) VALUE
               "Sweep order created.".
           05  FILLER PIC X(9) VALUE "CAJ0434ES".
           05  FILLER PIC X(70) VALUE
               "Timestamp de alta de la orden a cancelar:".
           05  FILLER PIC X(9) VALUE "CAJ0434EN".
           05  FILLER PIC X(70) VALUE
               "Creation timestamp of the order to cancel:".
           05  FILLER PIC X(9) VALUE "CAJ0435ES".
           05  FILLER PIC X(70) VALUE
               "No se encontro esa orden.".
           05  FILLER PIC X(9) VALUE "CAJ0435EN".
           05  FILLER PIC X(70) VALUE
               "That order was not found.".
           05  FILLER PIC X(9) VALUE "CAJ0436ES".
           05  FILLER PIC X(70) VALUE
               "Orden cancelada.".
           05  FILLER PIC X(9) VALUE "CAJ0436EN".
           05  FILLER PIC X(70) VALUE
               "Order cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0437ES".
           05  FILLER PIC X(70) VALUE
               "La orden no esta activa.".
           05  FILLER PIC X(9) VALUE "CAJ0437EN".
           05  FILLER PIC X(70) VALUE
               "The order is not active.".
           05  FILLER PIC X(9) VALUE "CAJ0438ES".
           05  FILLER PIC X(70) VALUE
               "Importe mensual".
           05  FILLER PIC X(9) VALUE "CAJ0438EN".
           05  FILLER PIC X(70) VALUE
               "Monthly amount".
           05  FILLER PIC X(9) VALUE "CAJ0439ES".
           05  FILLER PIC X(70) VALUE
               "   Mis puntos y canjes".
           05  FILLER PIC X(9) VALUE "CAJ0439EN".
           05  FILLER PIC X(70) VALUE
               "   My points and redemptions".
           05  FILLER PIC X(9) VALUE "CAJ0440ES".
           05  FILLER PIC X(35) VALUE
               "Su cuenta no esta vinculada a un cl".
           05  FILLER PIC X(35) VALUE
               "iente del banco: no suma puntos.".
           05  FILLER PIC X(9) VALUE "CAJ0440EN".
           05  FILLER PIC X(35) VALUE
               "Your account is not linked to a ban".
           05  FILLER PIC X(35) VALUE
               "k customer: it earns no points.".
           05  FILLER PIC X(9) VALUE "CAJ0441ES".
           05  FILLER PIC X(70) VALUE
               "1. Acreditar puntos en mi cuenta".
           05  FILLER PIC X(9) VALUE "CAJ0441EN".
           05  FILLER PIC X(70) VALUE
               "1. Credit points to my account".
           05  FILLER PIC X(9) VALUE "CAJ0442ES".
           05  FILLER PIC X(70) VALUE
               "2. Bonificar el abono de mi paquete".
           05  FILLER PIC X(9) VALUE "CAJ0442EN".
           05  FILLER PIC X(70) VALUE
               "2. Waive my package fee".
           05  FILLER PIC X(9) VALUE "CAJ0443ES".
           05  FILLER PIC X(70) VALUE
               "0. Volver".
           05  FILLER PIC X(9) VALUE "CAJ0443EN".
           05  FILLER PIC X(70) VALUE
               "0. Back".
           05  FILLER PIC X(9) VALUE "CAJ0444ES".
           05  FILLER PIC X(70) VALUE
               "Puntos disponibles:".
           05  FILLER PIC X(9) VALUE "CAJ0444EN".
           05  FILLER PIC X(70) VALUE
               "Points available:".
           05  FILLER PIC X(9) VALUE "CAJ0445ES".
           05  FILLER PIC X(70) VALUE
               "Todavia no tiene puntos para canjear.".
           05  FILLER PIC X(9) VALUE "CAJ0445EN".
           05  FILLER PIC X(70) VALUE
               "You have no points to redeem yet.".
           05  FILLER PIC X(9) VALUE "CAJ0446ES".
           05  FILLER PIC X(70) VALUE
               "Equivalen a:        $".
           05  FILLER PIC X(9) VALUE "CAJ0446EN".
           05  FILLER PIC X(70) VALUE
               "Worth:               $".
           05  FILLER PIC X(9) VALUE "CAJ0447ES".
           05  FILLER PIC X(70) VALUE
               "Proximo vencimiento:".
           05  FILLER PIC X(9) VALUE "CAJ0447EN".
           05  FILLER PIC X(70) VALUE
               "Next expiry:".
           05  FILLER PIC X(9) VALUE "CAJ0448ES".
           05  FILLER PIC X(70) VALUE
               " puntos el".
           05  FILLER PIC X(9) VALUE "CAJ0448EN".
           05  FILLER PIC X(70) VALUE
               " points on".
           05  FILLER PIC X(9) VALUE "CAJ0449ES".
           05  FILLER PIC X(35) VALUE
               "La acreditacion de puntos es solo p".
           05  FILLER PIC X(35) VALUE
               "ara cuentas en pesos.".
           05  FILLER PIC X(9) VALUE "CAJ0449EN".
           05  FILLER PIC X(70) VALUE
               "Points can only be credited to peso accounts.".
           05  FILLER PIC X(9) VALUE "CAJ0450ES".
           05  FILLER PIC X(70) VALUE
               "Minimo para acreditar:".
           05  FILLER PIC X(9) VALUE "CAJ0450EN".
           05  FILLER PIC X(70) VALUE
               "Minimum to credit:".
           05  FILLER PIC X(9) VALUE "CAJ0451ES".
           05  FILLER PIC X(70) VALUE
               " puntos.".
           05  FILLER PIC X(9) VALUE "CAJ0451EN".
           05  FILLER PIC X(70) VALUE
               " points.".
           05  FILLER PIC X(9) VALUE "CAJ0452ES".
           05  FILLER PIC X(70) VALUE
               "Puntos a canjear (0 = cancelar):".
           05  FILLER PIC X(9) VALUE "CAJ0452EN".
           05  FILLER PIC X(70) VALUE
               "Points to redeem (0 = cancel):".
           05  FILLER PIC X(9) VALUE "CAJ0453ES".
           05  FILLER PIC X(70) VALUE
               "La cantidad es menor al minimo de canje.".
           05  FILLER PIC X(9) VALUE "CAJ0453EN".
           05  FILLER PIC X(70) VALUE
               "The quantity is below the redemption minimum.".
           05  FILLER PIC X(9) VALUE "CAJ0454ES".
           05  FILLER PIC X(70) VALUE
               "No tiene puntos suficientes.".
           05  FILLER PIC X(9) VALUE "CAJ0454EN".
           05  FILLER PIC X(70) VALUE
               "You do not have enough points.".
           05  FILLER PIC X(9) VALUE "CAJ0455ES".
           05  FILLER PIC X(70) VALUE
               "Los puntos no alcanzan para acreditar un importe.".
           05  FILLER PIC X(9) VALUE "CAJ0455EN".
           05  FILLER PIC X(70) VALUE
               "The points are not enough to credit an amount.".
           05  FILLER PIC X(9) VALUE "CAJ0456ES".
           05  FILLER PIC X(70) VALUE
               "Canje de".
           05  FILLER PIC X(9) VALUE "CAJ0456EN".
           05  FILLER PIC X(70) VALUE
               "Redeem".
           05  FILLER PIC X(9) VALUE "CAJ0457ES".
           05  FILLER PIC X(70) VALUE
               " puntos por $".
           05  FILLER PIC X(9) VALUE "CAJ0457EN".
           05  FILLER PIC X(70) VALUE
               " points for $".
           05  FILLER PIC X(9) VALUE "CAJ0458ES".
           05  FILLER PIC X(70) VALUE
               " en su cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0458EN".
           05  FILLER PIC X(70) VALUE
               " to your account.".
           05  FILLER PIC X(9) VALUE "CAJ0459ES".
           05  FILLER PIC X(70) VALUE
               "Confirma el canje? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0459EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the redemption? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0460ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo acreditar el canje.".
           05  FILLER PIC X(9) VALUE "CAJ0460EN".
           05  FILLER PIC X(70) VALUE
               "The redemption could not be credited.".
           05  FILLER PIC X(9) VALUE "CAJ0461ES".
           05  FILLER PIC X(70) VALUE
               "Canje acreditado: $".
           05  FILLER PIC X(9) VALUE "CAJ0461EN".
           05  FILLER PIC X(70) VALUE
               "Redemption credited: $".
           05  FILLER PIC X(9) VALUE "CAJ0462ES".
           05  FILLER PIC X(70) VALUE
               "Su cuenta no tiene un paquete con abono mensual.".
           05  FILLER PIC X(9) VALUE "CAJ0462EN".
           05  FILLER PIC X(70) VALUE
               "Your account has no package with a monthly fee.".
           05  FILLER PIC X(9) VALUE "CAJ0463ES".
           05  FILLER PIC X(70) VALUE
               "La bonificacion del abono requiere".
           05  FILLER PIC X(9) VALUE "CAJ0463EN".
           05  FILLER PIC X(70) VALUE
               "Waiving the fee requires".
           05  FILLER PIC X(9) VALUE "CAJ0464ES".
           05  FILLER PIC X(70) VALUE
               "El abono del periodo".
           05  FILLER PIC X(9) VALUE "CAJ0464EN".
           05  FILLER PIC X(70) VALUE
               "The fee for period".
           05  FILLER PIC X(9) VALUE "CAJ0465ES".
           05  FILLER PIC X(70) VALUE
               " ya esta bonificado por canje.".
           05  FILLER PIC X(9) VALUE "CAJ0465EN".
           05  FILLER PIC X(70) VALUE
               " is already waived by a redemption.".
           05  FILLER PIC X(9) VALUE "CAJ0466ES".
           05  FILLER PIC X(70) VALUE
               "Abono del periodo".
           05  FILLER PIC X(9) VALUE "CAJ0466EN".
           05  FILLER PIC X(70) VALUE
               "Fee for period".
           05  FILLER PIC X(9) VALUE "CAJ0467ES".
           05  FILLER PIC X(70) VALUE
               "Se bonifica con".
           05  FILLER PIC X(9) VALUE "CAJ0467EN".
           05  FILLER PIC X(70) VALUE
               "Waived with".
           05  FILLER PIC X(9) VALUE "CAJ0468ES".
           05  FILLER PIC X(70) VALUE
               " bonificado por canje de puntos.".
           05  FILLER PIC X(9) VALUE "CAJ0468EN".
           05  FILLER PIC X(70) VALUE
               " waived by points redemption.".
           05  FILLER PIC X(9) VALUE "CAJ0469ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo abrir el libro de puntos. STATUS=".
           05  FILLER PIC X(9) VALUE "CAJ0469EN".
           05  FILLER PIC X(70) VALUE
               "The points ledger could not be opened. STATUS=".
           05  FILLER PIC X(9) VALUE "CAJ0470ES".
           05  FILLER PIC X(70) VALUE
               "Lote de puntos no encontrado:".
           05  FILLER PIC X(9) VALUE "CAJ0470EN".
           05  FILLER PIC X(70) VALUE
               "Points lot not found:".
           05  FILLER PIC X(9) VALUE "CAJ0471ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar el canje de puntos.".
           05  FILLER PIC X(9) VALUE "CAJ0471EN".
           05  FILLER PIC X(70) VALUE
               "The points redemption could not be registered.".
           05  FILLER PIC X(9) VALUE "CAJ0472ES".
           05  FILLER PIC X(70) VALUE
               "**   MODO CONTINGENCIA - MENU REDUCIDO **".
           05  FILLER PIC X(9) VALUE "CAJ0472EN".
           05  FILLER PIC X(70) VALUE
               "**   CONTINGENCY MODE - REDUCED MENU  **".
           05  FILLER PIC X(9) VALUE "CAJ0473ES".
           05  FILLER PIC X(70) VALUE
               "| 2. Deposito                          |".
           05  FILLER PIC X(9) VALUE "CAJ0473EN".
           05  FILLER PIC X(70) VALUE
               "| 2. Deposit                           |".
           05  FILLER PIC X(9) VALUE "CAJ0474ES".
           05  FILLER PIC X(70) VALUE
               "| 3. Extraccion                        |".
           05  FILLER PIC X(9) VALUE "CAJ0474EN".
           05  FILLER PIC X(70) VALUE
               "| 3. Withdrawal                        |".
           05  FILLER PIC X(9) VALUE "CAJ0475ES".
           05  FILLER PIC X(70) VALUE
               "| 4. Salir                             |".
           05  FILLER PIC X(9) VALUE "CAJ0475EN".
           05  FILLER PIC X(70) VALUE
               "| 4. Exit                              |".
           05  FILLER PIC X(9) VALUE "CAJ0476ES".
           05  FILLER PIC X(70) VALUE
               "Saldo no disponible en este momento.".
           05  FILLER PIC X(9) VALUE "CAJ0476EN".
           05  FILLER PIC X(70) VALUE
               "Balance not available at this time.".
           05  FILLER PIC X(9) VALUE "CAJ0477ES".
           05  FILLER PIC X(70) VALUE
               "Saldo disponible: $".
           05  FILLER PIC X(9) VALUE "CAJ0477EN".
           05  FILLER PIC X(70) VALUE
               "Available balance: $".
           05  FILLER PIC X(9) VALUE "CAJ0478ES".
           05  FILLER PIC X(70) VALUE
               "(al cierre de la jornada, menos las".
           05  FILLER PIC X(9) VALUE "CAJ0478EN".
           05  FILLER PIC X(70) VALUE
               "(at end of day, less tonight's".
           05  FILLER PIC X(9) VALUE "CAJ0479ES".
           05  FILLER PIC X(70) VALUE
               "extracciones de esta noche)".
           05  FILLER PIC X(9) VALUE "CAJ0479EN".
           05  FILLER PIC X(70) VALUE
               "withdrawals)".
           05  FILLER PIC X(9) VALUE "CAJ0480ES".
           05  FILLER PIC X(70) VALUE
               "Presione ENTER".
           05  FILLER PIC X(9) VALUE "CAJ0480EN".
           05  FILLER PIC X(70) VALUE
               "Press ENTER".
           05  FILLER PIC X(9) VALUE "CAJ0481ES".
           05  FILLER PIC X(70) VALUE
               "En este horario el deposito admite".
           05  FILLER PIC X(9) VALUE "CAJ0481EN".
           05  FILLER PIC X(70) VALUE
               "At this time deposits are accepted".
           05  FILLER PIC X(9) VALUE "CAJ0482ES".
           05  FILLER PIC X(70) VALUE
               "hasta $".
           05  FILLER PIC X(9) VALUE "CAJ0482EN".
           05  FILLER PIC X(70) VALUE
               "up to $".
           05  FILLER PIC X(9) VALUE "CAJ0483ES".
           05  FILLER PIC X(70) VALUE
               "Deposito recibido por $".
           05  FILLER PIC X(9) VALUE "CAJ0483EN".
           05  FILLER PIC X(70) VALUE
               "Deposit received for $".
           05  FILLER PIC X(9) VALUE "CAJ0484ES".
           05  FILLER PIC X(70) VALUE
               "Se acredita al terminar el cierre".
           05  FILLER PIC X(9) VALUE "CAJ0484EN".
           05  FILLER PIC X(70) VALUE
               "It is credited after the nightly".
           05  FILLER PIC X(9) VALUE "CAJ0485ES".
           05  FILLER PIC X(70) VALUE
               "nocturno, sujeto a la verificacion".
           05  FILLER PIC X(9) VALUE "CAJ0485EN".
           05  FILLER PIC X(70) VALUE
               "close, subject to verification".
           05  FILLER PIC X(9) VALUE "CAJ0486ES".
           05  FILLER PIC X(70) VALUE
               "del sobre.".
           05  FILLER PIC X(9) VALUE "CAJ0486EN".
           05  FILLER PIC X(70) VALUE
               "of the envelope.".
           05  FILLER PIC X(9) VALUE "CAJ0487ES".
           05  FILLER PIC X(70) VALUE
               "Extraccion no disponible en este momento.".
           05  FILLER PIC X(9) VALUE "CAJ0487EN".
           05  FILLER PIC X(70) VALUE
               "Withdrawal not available at this time.".
           05  FILLER PIC X(9) VALUE "CAJ0488ES".
           05  FILLER PIC X(70) VALUE
               " x $1000".
           05  FILLER PIC X(9) VALUE "CAJ0488EN".
           05  FILLER PIC X(70) VALUE
               " x $1000".
           05  FILLER PIC X(9) VALUE "CAJ0489ES".
           05  FILLER PIC X(70) VALUE
               " x $500".
           05  FILLER PIC X(9) VALUE "CAJ0489EN".
           05  FILLER PIC X(70) VALUE
               " x $500".
           05  FILLER PIC X(9) VALUE "CAJ0490ES".
           05  FILLER PIC X(70) VALUE
               " x $200".
           05  FILLER PIC X(9) VALUE "CAJ0490EN".
           05  FILLER PIC X(70) VALUE
               " x $200".
           05  FILLER PIC X(9) VALUE "CAJ0491ES".
           05  FILLER PIC X(70) VALUE
               " x $100".
           05  FILLER PIC X(9) VALUE "CAJ0491EN".
           05  FILLER PIC X(70) VALUE
               " x $100".
           05  FILLER PIC X(9) VALUE "CAJ0492ES".
           05  FILLER PIC X(70) VALUE
               "Extraccion de $".
           05  FILLER PIC X(9) VALUE "CAJ0492EN".
           05  FILLER PIC X(70) VALUE
               "Withdrawal of $".
           05  FILLER PIC X(9) VALUE "CAJ0493ES".
           05  FILLER PIC X(70) VALUE
               "El debito se registra al terminar el".
           05  FILLER PIC X(9) VALUE "CAJ0493EN".
           05  FILLER PIC X(70) VALUE
               "The debit is posted after the".
           05  FILLER PIC X(9) VALUE "CAJ0494ES".
           05  FILLER PIC X(70) VALUE
               "cierre nocturno.".
           05  FILLER PIC X(9) VALUE "CAJ0494EN".
           05  FILLER PIC X(70) VALUE
               "nightly close.".
           05  FILLER PIC X(9) VALUE "CAJ0495ES".
           05  FILLER PIC X(70) VALUE
               "En este horario la extraccion admite".
           05  FILLER PIC X(9) VALUE "CAJ0495EN".
           05  FILLER PIC X(70) VALUE
               "At this time withdrawals are allowed".
           05  FILLER PIC X(9) VALUE "CAJ0496ES".
           05  FILLER PIC X(70) VALUE
               " en total por cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0496EN".
           05  FILLER PIC X(70) VALUE
               " in total per account.".
           05  FILLER PIC X(9) VALUE "CAJ0497ES".
           05  FILLER PIC X(70) VALUE
               "Importe: $".
           05  FILLER PIC X(9) VALUE "CAJ0497EN".
           05  FILLER PIC X(70) VALUE
               "Amount: $".
           05  FILLER PIC X(9) VALUE "CAJ0498ES".
           05  FILLER PIC X(70) VALUE
               "1. Confirmar".
           05  FILLER PIC X(9) VALUE "CAJ0498EN".
           05  FILLER PIC X(70) VALUE
               "1. Confirm".
           05  FILLER PIC X(9) VALUE "CAJ0499ES".
           05  FILLER PIC X(70) VALUE
               "2. Cancelar".
           05  FILLER PIC X(9) VALUE "CAJ0499EN".
           05  FILLER PIC X(70) VALUE
               "2. Cancel".
           05  FILLER PIC X(9) VALUE "CAJ0500ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar la operacion.".
           05  FILLER PIC X(9) VALUE "CAJ0500EN".
           05  FILLER PIC X(70) VALUE
               "The transaction could not be registered.".
           05  FILLER PIC X(9) VALUE "CAJ0501ES".
           05  FILLER PIC X(70) VALUE
               "Reintente mas tarde.".
           05  FILLER PIC X(9) VALUE "CAJ0501EN".
           05  FILLER PIC X(70) VALUE
               "Please try again later.".
           05  FILLER PIC X(9) VALUE "CAJ0502ES".
           05  FILLER PIC X(70) VALUE
               "Comprobante Nro.".
           05  FILLER PIC X(9) VALUE "CAJ0502EN".
           05  FILLER PIC X(70) VALUE
               "Receipt No.".
           05  FILLER PIC X(9) VALUE "CAJ0503ES".
           05  FILLER PIC X(70) VALUE
               "   Transferencia al exterior".
           05  FILLER PIC X(9) VALUE "CAJ0503EN".
           05  FILLER PIC X(70) VALUE
               "   Transfer abroad".
           05  FILLER PIC X(9) VALUE "CAJ0504ES".
           05  FILLER PIC X(35) VALUE
               "Solo se transfiere al exterior desd".
           05  FILLER PIC X(35) VALUE
               "e cuentas en dolares.".
           05  FILLER PIC X(9) VALUE "CAJ0504EN".
           05  FILLER PIC X(70) VALUE
               "Transfers abroad are only made from dollar accounts.".
           05  FILLER PIC X(9) VALUE "CAJ0505ES".
           05  FILLER PIC X(70) VALUE
               "Revision de conocimiento del cliente vencida el".
           05  FILLER PIC X(9) VALUE "CAJ0505EN".
           05  FILLER PIC X(70) VALUE
               "Know-your-customer review expired on".
           05  FILLER PIC X(9) VALUE "CAJ0506ES".
           05  FILLER PIC X(35) VALUE
               "No se operan transferencias al exte".
           05  FILLER PIC X(35) VALUE
               "rior hasta registrar la revision.".
           05  FILLER PIC X(9) VALUE "CAJ0506EN".
           05  FILLER PIC X(70) VALUE
               "No transfers abroad until the review is registered.".
           05  FILLER PIC X(9) VALUE "CAJ0507ES".
           05  FILLER PIC X(70) VALUE
               "Domicilio del beneficiario:".
           05  FILLER PIC X(9) VALUE "CAJ0507EN".
           05  FILLER PIC X(70) VALUE
               "Payee address:".
           05  FILLER PIC X(9) VALUE "CAJ0508ES".
           05  FILLER PIC X(70) VALUE
               "Pais del beneficiario (codigo ISO, 2 letras):".
           05  FILLER PIC X(9) VALUE "CAJ0508EN".
           05  FILLER PIC X(70) VALUE
               "Payee country (ISO code, 2 letters):".
           05  FILLER PIC X(9) VALUE "CAJ0509ES".
           05  FILLER PIC X(70) VALUE
               "BIC del banco de destino (8 u 11):".
           05  FILLER PIC X(9) VALUE "CAJ0509EN".
           05  FILLER PIC X(70) VALUE
               "Destination bank BIC (8 or 11):".
           05  FILLER PIC X(9) VALUE "CAJ0510ES".
           05  FILLER PIC X(70) VALUE
               "IBAN o cuenta del beneficiario:".
           05  FILLER PIC X(9) VALUE "CAJ0510EN".
           05  FILLER PIC X(70) VALUE
               "Payee IBAN or account:".
           05  FILLER PIC X(9) VALUE "CAJ0511ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de proposito:".
           05  FILLER PIC X(9) VALUE "CAJ0511EN".
           05  FILLER PIC X(70) VALUE
               "Purpose code:".
           05  FILLER PIC X(9) VALUE "CAJ0512ES".
           05  FILLER PIC X(70) VALUE
               "Nombre y domicilio son obligatorios.".
           05  FILLER PIC X(9) VALUE "CAJ0512EN".
           05  FILLER PIC X(70) VALUE
               "Name and address are required.".
           05  FILLER PIC X(9) VALUE "CAJ0513ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de pais invalido.".
           05  FILLER PIC X(9) VALUE "CAJ0513EN".
           05  FILLER PIC X(70) VALUE
               "Invalid country code.".
           05  FILLER PIC X(9) VALUE "CAJ0514ES".
           05  FILLER PIC X(70) VALUE
               "El BIC debe tener 8 u 11 caracteres.".
           05  FILLER PIC X(9) VALUE "CAJ0514EN".
           05  FILLER PIC X(70) VALUE
               "The BIC must have 8 or 11 characters.".
           05  FILLER PIC X(9) VALUE "CAJ0515ES".
           05  FILLER PIC X(70) VALUE
               "La cuenta del beneficiario es obligatoria.".
           05  FILLER PIC X(9) VALUE "CAJ0515EN".
           05  FILLER PIC X(70) VALUE
               "The payee account is required.".
           05  FILLER PIC X(9) VALUE "CAJ0516ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de proposito invalido.".
           05  FILLER PIC X(9) VALUE "CAJ0516EN".
           05  FILLER PIC X(70) VALUE
               "Invalid purpose code.".
           05  FILLER PIC X(9) VALUE "CAJ0517ES".
           05  FILLER PIC X(70) VALUE
               "Operacion retenida por cumplimiento.".
           05  FILLER PIC X(9) VALUE "CAJ0517EN".
           05  FILLER PIC X(70) VALUE
               "Transaction held for compliance.".
           05  FILLER PIC X(9) VALUE "CAJ0518ES".
           05  FILLER PIC X(70) VALUE
               "No se debito ningun importe.".
           05  FILLER PIC X(9) VALUE "CAJ0518EN".
           05  FILLER PIC X(70) VALUE
               "No amount was debited.".
           05  FILLER PIC X(9) VALUE "CAJ0519ES".
           05  FILLER PIC X(70) VALUE
               "Importe:                USD".
           05  FILLER PIC X(9) VALUE "CAJ0519EN".
           05  FILLER PIC X(70) VALUE
               "Amount:                 USD".
           05  FILLER PIC X(9) VALUE "CAJ0520ES".
           05  FILLER PIC X(70) VALUE
               "Comision:               USD".
           05  FILLER PIC X(9) VALUE "CAJ0520EN".
           05  FILLER PIC X(70) VALUE
               "Fee:                    USD".
           05  FILLER PIC X(9) VALUE "CAJ0521ES".
           05  FILLER PIC X(70) VALUE
               "Gastos del corresponsal: USD".
           05  FILLER PIC X(9) VALUE "CAJ0521EN".
           05  FILLER PIC X(70) VALUE
               "Correspondent charges:  USD".
           05  FILLER PIC X(9) VALUE "CAJ0522ES".
           05  FILLER PIC X(70) VALUE
               "Total a debitar:        USD".
           05  FILLER PIC X(9) VALUE "CAJ0522EN".
           05  FILLER PIC X(70) VALUE
               "Total to debit:         USD".
           05  FILLER PIC X(9) VALUE "CAJ0523ES".
           05  FILLER PIC X(70) VALUE
               "importe requiere la firma del segundo titular.".
           05  FILLER PIC X(9) VALUE "CAJ0523EN".
           05  FILLER PIC X(70) VALUE
               "amount it requires the signature of the second holder.".
           05  FILLER PIC X(9) VALUE "CAJ0524ES".
           05  FILLER PIC X(70) VALUE
               "Confirma la transferencia? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0524EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the transfer? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0525ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo debitar la transferencia.".
           05  FILLER PIC X(9) VALUE "CAJ0525EN".
           05  FILLER PIC X(70) VALUE
               "The transfer could not be debited.".
           05  FILLER PIC X(9) VALUE "CAJ0526ES".
           05  FILLER PIC X(70) VALUE
               "Transferencia registrada.".
           05  FILLER PIC X(9) VALUE "CAJ0526EN".
           05  FILLER PIC X(70) VALUE
               "Transfer registered.".
           05  FILLER PIC X(9) VALUE "CAJ0527ES".
           05  FILLER PIC X(70) VALUE
               "Referencia:".
           05  FILLER PIC X(9) VALUE "CAJ0527EN".
           05  FILLER PIC X(70) VALUE
               "Reference:".
           05  FILLER PIC X(9) VALUE "CAJ0528ES".
           05  FILLER PIC X(70) VALUE
               "Sale en el proximo envio al corresponsal.".
           05  FILLER PIC X(9) VALUE "CAJ0528EN".
           05  FILLER PIC X(70) VALUE
               "It leaves in the next dispatch to the correspondent.".
           05  FILLER PIC X(9) VALUE "CAJ0529ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar la transferencia.".
           05  FILLER PIC X(9) VALUE "CAJ0529EN".
           05  FILLER PIC X(70) VALUE
               "The transfer could not be registered.".
           05  FILLER PIC X(9) VALUE "CAJ0530ES".
           05  FILLER PIC X(70) VALUE
               "Se reintegro lo debitado a su cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0530EN".
           05  FILLER PIC X(70) VALUE
               "The debited amount was refunded to your account.".
           05  FILLER PIC X(9) VALUE "CAJ0531ES".
           05  FILLER PIC X(70) VALUE
               "Importe a transferir (USD)".
           05  FILLER PIC X(9) VALUE "CAJ0531EN".
           05  FILLER PIC X(70) VALUE
               "Amount to transfer (USD)".
           05  FILLER PIC X(9) VALUE "CAJ0532ES".
           05  FILLER PIC X(70) VALUE
               "  SIMULADOR  -  NO POSTEA NADA".
           05  FILLER PIC X(9) VALUE "CAJ0532EN".
           05  FILLER PIC X(70) VALUE
               "  SIMULATOR  -  NOTHING IS POSTED".
           05  FILLER PIC X(9) VALUE "CAJ0533ES".
           05  FILLER PIC X(70) VALUE
               "1. Simular plazo fijo".
           05  FILLER PIC X(9) VALUE "CAJ0533EN".
           05  FILLER PIC X(70) VALUE
               "1. Simulate a fixed-term deposit".
           05  FILLER PIC X(9) VALUE "CAJ0534ES".
           05  FILLER PIC X(70) VALUE
               "2. Simular prestamo".
           05  FILLER PIC X(9) VALUE "CAJ0534EN".
           05  FILLER PIC X(70) VALUE
               "2. Simulate a loan".
           05  FILLER PIC X(9) VALUE "CAJ0535ES".
           05  FILLER PIC X(70) VALUE
               "Capital a simular: $".
           05  FILLER PIC X(9) VALUE "CAJ0535EN".
           05  FILLER PIC X(70) VALUE
               "Principal to simulate: $".
           05  FILLER PIC X(9) VALUE "CAJ0536ES".
           05  FILLER PIC X(70) VALUE
               "Plazo en dias:".
           05  FILLER PIC X(9) VALUE "CAJ0536EN".
           05  FILLER PIC X(70) VALUE
               "Term in days:".
           05  FILLER PIC X(9) VALUE "CAJ0537ES".
           05  FILLER PIC X(70) VALUE
               "Capital y dias deben ser mayores a cero.".
           05  FILLER PIC X(9) VALUE "CAJ0537EN".
           05  FILLER PIC X(70) VALUE
               "Principal and days must be greater than zero.".
           05  FILLER PIC X(9) VALUE "CAJ0538ES".
           05  FILLER PIC X(70) VALUE
               "No hay tasa cargada para simular.".
           05  FILLER PIC X(9) VALUE "CAJ0538EN".
           05  FILLER PIC X(70) VALUE
               "No rate loaded for the simulation.".
           05  FILLER PIC X(9) VALUE "CAJ0539ES".
           05  FILLER PIC X(70) VALUE
               "--------- SIMULACION ---------".
           05  FILLER PIC X(9) VALUE "CAJ0539EN".
           05  FILLER PIC X(70) VALUE
               "--------- SIMULATION ---------".
           05  FILLER PIC X(9) VALUE "CAJ0540ES".
           05  FILLER PIC X(70) VALUE
               "Interes proyectado:  $".
           05  FILLER PIC X(9) VALUE "CAJ0540EN".
           05  FILLER PIC X(70) VALUE
               "Projected interest:  $".
           05  FILLER PIC X(9) VALUE "CAJ0541ES".
           05  FILLER PIC X(70) VALUE
               "Monto al vencimiento:$".
           05  FILLER PIC X(9) VALUE "CAJ0541EN".
           05  FILLER PIC X(70) VALUE
               "Amount at maturity: $".
           05  FILLER PIC X(9) VALUE "CAJ0542ES".
           05  FILLER PIC X(70) VALUE
               "No hay indice UVA cargado para simular.".
           05  FILLER PIC X(9) VALUE "CAJ0542EN".
           05  FILLER PIC X(70) VALUE
               "No UVA index loaded for the simulation.".
           05  FILLER PIC X(9) VALUE "CAJ0543ES".
           05  FILLER PIC X(70) VALUE
               "Tasa adicional anual:".
           05  FILLER PIC X(9) VALUE "CAJ0543EN".
           05  FILLER PIC X(70) VALUE
               "Additional annual rate:".
           05  FILLER PIC X(9) VALUE "CAJ0544ES".
           05  FILLER PIC X(70) VALUE
               "Interes a indice cte: $".
           05  FILLER PIC X(9) VALUE "CAJ0544EN".
           05  FILLER PIC X(70) VALUE
               "Interest at const. index: $".
           05  FILLER PIC X(9) VALUE "CAJ0545ES".
           05  FILLER PIC X(70) VALUE
               "Monto a indice cte:   $".
           05  FILLER PIC X(9) VALUE "CAJ0545EN".
           05  FILLER PIC X(70) VALUE
               "Amount at const. index:   $".
           05  FILLER PIC X(9) VALUE "CAJ0546ES".
           05  FILLER PIC X(70) VALUE
               "El capital se ajusta por el indice UVA".
           05  FILLER PIC X(9) VALUE "CAJ0546EN".
           05  FILLER PIC X(70) VALUE
               "The principal is adjusted by the UVA index".
           05  FILLER PIC X(9) VALUE "CAJ0547ES".
           05  FILLER PIC X(70) VALUE
               "del dia del vencimiento.".
           05  FILLER PIC X(9) VALUE "CAJ0547EN".
           05  FILLER PIC X(70) VALUE
               "of the maturity date.".
           05  FILLER PIC X(9) VALUE "CAJ0548ES".
           05  FILLER PIC X(70) VALUE
               "Cantidad de cuotas mensuales:".
           05  FILLER PIC X(9) VALUE "CAJ0548EN".
           05  FILLER PIC X(70) VALUE
               "Number of monthly installments:".
           05  FILLER PIC X(9) VALUE "CAJ0549ES".
           05  FILLER PIC X(70) VALUE
               "Capital y cuotas deben ser mayores a cero.".
           05  FILLER PIC X(9) VALUE "CAJ0549EN".
           05  FILLER PIC X(70) VALUE
               "Principal and installments must be greater than zero.".
           05  FILLER PIC X(9) VALUE "CAJ0550ES".
           05  FILLER PIC X(70) VALUE
               "Tasa anual de referencia:".
           05  FILLER PIC X(9) VALUE "CAJ0550EN".
           05  FILLER PIC X(70) VALUE
               "Reference annual rate:".
           05  FILLER PIC X(9) VALUE "CAJ0551ES".
           05  FILLER PIC X(70) VALUE
               "Cuota fija mensual:  $".
           05  FILLER PIC X(9) VALUE "CAJ0551EN".
           05  FILLER PIC X(70) VALUE
               "Fixed monthly installment: $".
           05  FILLER PIC X(9) VALUE "CAJ0552ES".
           05  FILLER PIC X(70) VALUE
               "Cuota fija en UVA:".
           05  FILLER PIC X(9) VALUE "CAJ0552EN".
           05  FILLER PIC X(70) VALUE
               "Fixed installment in UVA:".
           05  FILLER PIC X(9) VALUE "CAJ0553ES".
           05  FILLER PIC X(70) VALUE
               "Cuotas en pesos a indice constante:".
           05  FILLER PIC X(9) VALUE "CAJ0553EN".
           05  FILLER PIC X(70) VALUE
               "Installments in pesos at constant index:".
           05  FILLER PIC X(9) VALUE "CAJ0554ES".
           05  FILLER PIC X(70) VALUE
               "Modalidad (N pesos / U UVA):".
           05  FILLER PIC X(9) VALUE "CAJ0554EN".
           05  FILLER PIC X(70) VALUE
               "Type (N pesos / U UVA):".
           05  FILLER PIC X(9) VALUE "CAJ0555ES".
           05  FILLER PIC X(70) VALUE
               "Capital en UVA:".
           05  FILLER PIC X(9) VALUE "CAJ0555EN".
           05  FILLER PIC X(70) VALUE
               "Principal in UVA:".
           05  FILLER PIC X(9) VALUE "CAJ0556ES".
           05  FILLER PIC X(70) VALUE
               "Total a pagar:       $".
           05  FILLER PIC X(9) VALUE "CAJ0556EN".
           05  FILLER PIC X(70) VALUE
               "Total to pay:        $".
           05  FILLER PIC X(9) VALUE "CAJ0557ES".
           05  FILLER PIC X(70) VALUE
               "Cuota".
           05  FILLER PIC X(9) VALUE "CAJ0557EN".
           05  FILLER PIC X(70) VALUE
               "Installment".
           05  FILLER PIC X(9) VALUE "CAJ0558ES".
           05  FILLER PIC X(70) VALUE
               "Comprobante SIMULACION impreso.".
           05  FILLER PIC X(9) VALUE "CAJ0558EN".
           05  FILLER PIC X(70) VALUE
               "SIMULATION receipt printed.".
           05  FILLER PIC X(9) VALUE "CAJ0559ES".
           05  FILLER PIC X(70) VALUE
               "     Extraccion sin tarjeta (codigo)".
           05  FILLER PIC X(9) VALUE "CAJ0559EN".
           05  FILLER PIC X(70) VALUE
               "     Cardless withdrawal (code)".
           05  FILLER PIC X(9) VALUE "CAJ0560ES".
           05  FILLER PIC X(70) VALUE
               "El importe debe ser multiplo de 100.".
           05  FILLER PIC X(9) VALUE "CAJ0560EN".
           05  FILLER PIC X(70) VALUE
               "The amount must be a multiple of 100.".
           05  FILLER PIC X(9) VALUE "CAJ0561ES".
           05  FILLER PIC X(70) VALUE
               "Supera el tope por extraccion ($".
           05  FILLER PIC X(9) VALUE "CAJ0561EN".
           05  FILLER PIC X(70) VALUE
               "Exceeds the withdrawal limit ($".
           05  FILLER PIC X(9) VALUE "CAJ0562ES".
           05  FILLER PIC X(70) VALUE
               "Saldo disponible insuficiente.".
           05  FILLER PIC X(9) VALUE "CAJ0562EN".
           05  FILLER PIC X(70) VALUE
               "Insufficient available balance.".
           05  FILLER PIC X(9) VALUE "CAJ0563ES".
           05  FILLER PIC X(70) VALUE
               "Elija una clave de 4 digitos para quien".
           05  FILLER PIC X(9) VALUE "CAJ0563EN".
           05  FILLER PIC X(70) VALUE
               "Choose a 4-digit key for the person".
           05  FILLER PIC X(9) VALUE "CAJ0564ES".
           05  FILLER PIC X(70) VALUE
               "retira:".
           05  FILLER PIC X(9) VALUE "CAJ0564EN".
           05  FILLER PIC X(70) VALUE
               "collecting:".
           05  FILLER PIC X(9) VALUE "CAJ0565ES".
           05  FILLER PIC X(70) VALUE
               "Confirme la clave:".
           05  FILLER PIC X(9) VALUE "CAJ0565EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the key:".
           05  FILLER PIC X(9) VALUE "CAJ0566ES".
           05  FILLER PIC X(70) VALUE
               "La clave debe ser numerica de 4 digitos.".
           05  FILLER PIC X(9) VALUE "CAJ0566EN".
           05  FILLER PIC X(70) VALUE
               "The key must be 4 numeric digits.".
           05  FILLER PIC X(9) VALUE "CAJ0567ES".
           05  FILLER PIC X(70) VALUE
               "Las claves ingresadas no coinciden.".
           05  FILLER PIC X(9) VALUE "CAJ0567EN".
           05  FILLER PIC X(70) VALUE
               "The keys entered do not match.".
           05  FILLER PIC X(9) VALUE "CAJ0568ES".
           05  FILLER PIC X(70) VALUE
               "Codigo por $".
           05  FILLER PIC X(9) VALUE "CAJ0568EN".
           05  FILLER PIC X(70) VALUE
               "Code for $".
           05  FILLER PIC X(9) VALUE "CAJ0569ES".
           05  FILLER PIC X(70) VALUE
               "Vence el".
           05  FILLER PIC X(9) VALUE "CAJ0569EN".
           05  FILLER PIC X(70) VALUE
               "Expires on".
           05  FILLER PIC X(9) VALUE "CAJ0570ES".
           05  FILLER PIC X(70) VALUE
               "El importe queda retenido hasta el canje".
           05  FILLER PIC X(9) VALUE "CAJ0570EN".
           05  FILLER PIC X(70) VALUE
               "The amount is held until the code is".
           05  FILLER PIC X(9) VALUE "CAJ0571ES".
           05  FILLER PIC X(70) VALUE
               "o el vencimiento.".
           05  FILLER PIC X(9) VALUE "CAJ0571EN".
           05  FILLER PIC X(70) VALUE
               "used or expires.".
           05  FILLER PIC X(9) VALUE "CAJ0572ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo retener el importe: el codigo".
           05  FILLER PIC X(9) VALUE "CAJ0572EN".
           05  FILLER PIC X(70) VALUE
               "The amount could not be held: the code".
           05  FILLER PIC X(9) VALUE "CAJ0573ES".
           05  FILLER PIC X(70) VALUE
               "no se emite.".
           05  FILLER PIC X(9) VALUE "CAJ0573EN".
           05  FILLER PIC X(70) VALUE
               "is not issued.".
           05  FILLER PIC X(9) VALUE "CAJ0574ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo emitir el codigo. Reintente.".
           05  FILLER PIC X(9) VALUE "CAJ0574EN".
           05  FILLER PIC X(70) VALUE
               "The code could not be issued. Try again.".
           05  FILLER PIC X(9) VALUE "CAJ0575ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de extraccion:".
           05  FILLER PIC X(9) VALUE "CAJ0575EN".
           05  FILLER PIC X(70) VALUE
               "Withdrawal code:".
           05  FILLER PIC X(9) VALUE "CAJ0576ES".
           05  FILLER PIC X(70) VALUE
               "Entregue el codigo y la clave a quien".
           05  FILLER PIC X(9) VALUE "CAJ0576EN".
           05  FILLER PIC X(70) VALUE
               "Give the code and the key to the person".
           05  FILLER PIC X(9) VALUE "CAJ0577ES".
           05  FILLER PIC X(70) VALUE
               "va a retirar: en el cajero elige".
           05  FILLER PIC X(9) VALUE "CAJ0577EN".
           05  FILLER PIC X(70) VALUE
               "collecting: at the ATM they choose".
           05  FILLER PIC X(9) VALUE "CAJ0578ES".
           05  FILLER PIC X(70) VALUE
               "'extraccion con codigo' (tarjeta 0).".
           05  FILLER PIC X(9) VALUE "CAJ0578EN".
           05  FILLER PIC X(70) VALUE
               "'withdrawal with code' (card 0).".
           05  FILLER PIC X(9) VALUE "CAJ0579ES".
           05  FILLER PIC X(70) VALUE
               "Importe a enviar (multiplo de 100)".
           05  FILLER PIC X(9) VALUE "CAJ0579EN".
           05  FILLER PIC X(70) VALUE
               "Amount to send (multiple of 100)".
           05  FILLER PIC X(9) VALUE "CAJ0580ES".
           05  FILLER PIC X(70) VALUE
               "     Extraccion con codigo".
           05  FILLER PIC X(9) VALUE "CAJ0580EN".
           05  FILLER PIC X(70) VALUE
               "     Withdrawal with code".
           05  FILLER PIC X(9) VALUE "CAJ0581ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese el codigo de extraccion:".
           05  FILLER PIC X(9) VALUE "CAJ0581EN".
           05  FILLER PIC X(70) VALUE
               "Enter the withdrawal code:".
           05  FILLER PIC X(9) VALUE "CAJ0582ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese la clave:".
           05  FILLER PIC X(9) VALUE "CAJ0582EN".
           05  FILLER PIC X(70) VALUE
               "Enter the key:".
           05  FILLER PIC X(9) VALUE "CAJ0583ES".
           05  FILLER PIC X(70) VALUE
               "Codigo inexistente.".
           05  FILLER PIC X(9) VALUE "CAJ0583EN".
           05  FILLER PIC X(70) VALUE
               "Code not found.".
           05  FILLER PIC X(9) VALUE "CAJ0584ES".
           05  FILLER PIC X(70) VALUE
               "El codigo ya no es valido.".
           05  FILLER PIC X(9) VALUE "CAJ0584EN".
           05  FILLER PIC X(70) VALUE
               "The code is no longer valid.".
           05  FILLER PIC X(9) VALUE "CAJ0585ES".
           05  FILLER PIC X(70) VALUE
               "El codigo esta vencido.".
           05  FILLER PIC X(9) VALUE "CAJ0585EN".
           05  FILLER PIC X(70) VALUE
               "The code has expired.".
           05  FILLER PIC X(9) VALUE "CAJ0586ES".
           05  FILLER PIC X(70) VALUE
               "Clave incorrecta. El codigo quedo".
           05  FILLER PIC X(9) VALUE "CAJ0586EN".
           05  FILLER PIC X(70) VALUE
               "Wrong key. The code was".
           05  FILLER PIC X(9) VALUE "CAJ0587ES".
           05  FILLER PIC X(70) VALUE
               "anulado por intentos.".
           05  FILLER PIC X(9) VALUE "CAJ0587EN".
           05  FILLER PIC X(70) VALUE
               "cancelled after too many attempts.".
           05  FILLER PIC X(9) VALUE "CAJ0588ES".
           05  FILLER PIC X(70) VALUE
               "Clave incorrecta.".
           05  FILLER PIC X(9) VALUE "CAJ0588EN".
           05  FILLER PIC X(70) VALUE
               "Wrong key.".
           05  FILLER PIC X(9) VALUE "CAJ0589ES".
           05  FILLER PIC X(70) VALUE
               "No hay billetes para ese monto en".
           05  FILLER PIC X(9) VALUE "CAJ0589EN".
           05  FILLER PIC X(70) VALUE
               "No banknotes for that amount in".
           05  FILLER PIC X(9) VALUE "CAJ0590ES".
           05  FILLER PIC X(70) VALUE
               "este cajero. El codigo sigue vigente.".
           05  FILLER PIC X(9) VALUE "CAJ0590EN".
           05  FILLER PIC X(70) VALUE
               "this ATM. The code is still valid.".
           05  FILLER PIC X(9) VALUE "CAJ0591ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo realizar la extraccion. El".
           05  FILLER PIC X(9) VALUE "CAJ0591EN".
           05  FILLER PIC X(70) VALUE
               "The withdrawal could not be made. The".
           05  FILLER PIC X(9) VALUE "CAJ0592ES".
           05  FILLER PIC X(70) VALUE
               "codigo sigue vigente.".
           05  FILLER PIC X(9) VALUE "CAJ0592EN".
           05  FILLER PIC X(70) VALUE
               "code is still valid.".
           05  FILLER PIC X(9) VALUE "CAJ0593ES".
           05  FILLER PIC X(70) VALUE
               "Extraccion exitosa de $".
           05  FILLER PIC X(9) VALUE "CAJ0593EN".
           05  FILLER PIC X(70) VALUE
               "Successful withdrawal of $".
           05  FILLER PIC X(9) VALUE "CAJ0594ES".
           05  FILLER PIC X(70) VALUE
               "No hay operaciones conjuntas pendientes.".
           05  FILLER PIC X(9) VALUE "CAJ0594EN".
           05  FILLER PIC X(70) VALUE
               "There are no joint transactions pending.".
           05  FILLER PIC X(9) VALUE "CAJ0595ES".
           05  FILLER PIC X(70) VALUE
               "No hay operaciones a la espera de firma.".
           05  FILLER PIC X(9) VALUE "CAJ0595EN".
           05  FILLER PIC X(70) VALUE
               "There are no transactions awaiting signature.".
           05  FILLER PIC X(9) VALUE "CAJ0596ES".
           05  FILLER PIC X(70) VALUE
               "Timestamp de la operacion (0 para volver):".
           05  FILLER PIC X(9) VALUE "CAJ0596EN".
           05  FILLER PIC X(70) VALUE
               "Transaction timestamp (0 to go back):".
           05  FILLER PIC X(9) VALUE "CAJ0597ES".
           05  FILLER PIC X(70) VALUE
               "  vence".
           05  FILLER PIC X(9) VALUE "CAJ0597EN".
           05  FILLER PIC X(70) VALUE
               "  expires".
           05  FILLER PIC X(9) VALUE "CAJ0598ES".
           05  FILLER PIC X(70) VALUE
               "No existe esa operacion.".
           05  FILLER PIC X(9) VALUE "CAJ0598EN".
           05  FILLER PIC X(70) VALUE
               "That transaction does not exist.".
           05  FILLER PIC X(9) VALUE "CAJ0599ES".
           05  FILLER PIC X(70) VALUE
               "La operacion ya no esta pendiente.".
           05  FILLER PIC X(9) VALUE "CAJ0599EN".
           05  FILLER PIC X(70) VALUE
               "The transaction is no longer pending.".
           05  FILLER PIC X(9) VALUE "CAJ0600ES".
           05  FILLER PIC X(70) VALUE
               "PIN del segundo firmante:".
           05  FILLER PIC X(9) VALUE "CAJ0600EN".
           05  FILLER PIC X(70) VALUE
               "PIN of the second signer:".
           05  FILLER PIC X(9) VALUE "CAJ0601ES".
           05  FILLER PIC X(70) VALUE
               "PIN no valido: la operacion sigue".
           05  FILLER PIC X(9) VALUE "CAJ0601EN".
           05  FILLER PIC X(70) VALUE
               "Invalid PIN: the transaction remains".
           05  FILLER PIC X(9) VALUE "CAJ0602ES".
           05  FILLER PIC X(70) VALUE
               "pendiente.".
           05  FILLER PIC X(9) VALUE "CAJ0602EN".
           05  FILLER PIC X(70) VALUE
               "pending.".
           05  FILLER PIC X(9) VALUE "CAJ0603ES".
           05  FILLER PIC X(70) VALUE
               "Esa credencial es la que ordeno la".
           05  FILLER PIC X(9) VALUE "CAJ0603EN".
           05  FILLER PIC X(70) VALUE
               "That credential placed the".
           05  FILLER PIC X(9) VALUE "CAJ0604ES".
           05  FILLER PIC X(70) VALUE
               "operacion: la firma debe ser de OTRO".
           05  FILLER PIC X(9) VALUE "CAJ0604EN".
           05  FILLER PIC X(70) VALUE
               "transaction: the signature must be from".
           05  FILLER PIC X(9) VALUE "CAJ0605ES".
           05  FILLER PIC X(70) VALUE
               "titular de la cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0605EN".
           05  FILLER PIC X(70) VALUE
               "ANOTHER holder of the account.".
           05  FILLER PIC X(9) VALUE "CAJ0606ES".
           05  FILLER PIC X(70) VALUE
               "Firma de".
           05  FILLER PIC X(9) VALUE "CAJ0606EN".
           05  FILLER PIC X(70) VALUE
               "Signature of".
           05  FILLER PIC X(9) VALUE "CAJ0607ES".
           05  FILLER PIC X(70) VALUE
               "Aprobar o rechazar? (A/R):".
           05  FILLER PIC X(9) VALUE "CAJ0607EN".
           05  FILLER PIC X(70) VALUE
               "Approve or reject? (A/R):".
           05  FILLER PIC X(9) VALUE "CAJ0608ES".
           05  FILLER PIC X(70) VALUE
               "Operacion firmada y posteada.".
           05  FILLER PIC X(9) VALUE "CAJ0608EN".
           05  FILLER PIC X(70) VALUE
               "Transaction signed and posted.".
           05  FILLER PIC X(9) VALUE "CAJ0609ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo postear: la operacion sigue".
           05  FILLER PIC X(9) VALUE "CAJ0609EN".
           05  FILLER PIC X(70) VALUE
               "Could not post: the transaction remains".
           05  FILLER PIC X(9) VALUE "CAJ0610ES".
           05  FILLER PIC X(70) VALUE
               "Operacion firmada. El efectivo se paga por".
           05  FILLER PIC X(9) VALUE "CAJ0610EN".
           05  FILLER PIC X(70) VALUE
               "Transaction signed. The cash is paid at".
           05  FILLER PIC X(9) VALUE "CAJ0611ES".
           05  FILLER PIC X(70) VALUE
               "VENTANILLA en la sucursal, hasta el".
           05  FILLER PIC X(9) VALUE "CAJ0611EN".
           05  FILLER PIC X(70) VALUE
               "the branch TELLER, until".
           05  FILLER PIC X(9) VALUE "CAJ0612ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo acreditar: se reintegro el debito.".
           05  FILLER PIC X(9) VALUE "CAJ0612EN".
           05  FILLER PIC X(70) VALUE
               "Could not credit: the debit was refunded.".
           05  FILLER PIC X(9) VALUE "CAJ0613ES".
           05  FILLER PIC X(70) VALUE
               "Operacion retenida para revision del banco.".
           05  FILLER PIC X(9) VALUE "CAJ0613EN".
           05  FILLER PIC X(70) VALUE
               "Transaction held for bank review.".
           05  FILLER PIC X(9) VALUE "CAJ0614ES".
           05  FILLER PIC X(70) VALUE
               "Se reintegro el importe a la cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0614EN".
           05  FILLER PIC X(70) VALUE
               "The amount was refunded to the account.".
           05  FILLER PIC X(9) VALUE "CAJ0615ES".
           05  FILLER PIC X(35) VALUE
               "No se pudo registrar el pago: se re".
           05  FILLER PIC X(35) VALUE
               "integro el importe a la cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0615EN".
           05  FILLER PIC X(35) VALUE
               "The payment could not be registered".
           05  FILLER PIC X(35) VALUE
               ": the amount was refunded.".
           05  FILLER PIC X(9) VALUE "CAJ0616ES".
           05  FILLER PIC X(70) VALUE
               "Operacion rechazada; los fondos quedan".
           05  FILLER PIC X(9) VALUE "CAJ0616EN".
           05  FILLER PIC X(70) VALUE
               "Transaction rejected; the funds are".
           05  FILLER PIC X(9) VALUE "CAJ0617ES".
           05  FILLER PIC X(70) VALUE
               "nuevamente disponibles.".
           05  FILLER PIC X(9) VALUE "CAJ0617EN".
           05  FILLER PIC X(70) VALUE
               "available again.".
           05  FILLER PIC X(9) VALUE "CAJ0618ES".
           05  FILLER PIC X(70) VALUE
               "      Pago de recaudacion".
           05  FILLER PIC X(9) VALUE "CAJ0618EN".
           05  FILLER PIC X(70) VALUE
               "      Bill collection payment".
           05  FILLER PIC X(9) VALUE "CAJ0619ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de convenio (4 digitos):".
           05  FILLER PIC X(9) VALUE "CAJ0619EN".
           05  FILLER PIC X(70) VALUE
               "Agreement code (4 digits):".
           05  FILLER PIC X(9) VALUE "CAJ0620ES".
           05  FILLER PIC X(70) VALUE
               "Codigo de convenio no valido.".
           05  FILLER PIC X(9) VALUE "CAJ0620EN".
           05  FILLER PIC X(70) VALUE
               "Invalid agreement code.".
           05  FILLER PIC X(9) VALUE "CAJ0621ES".
           05  FILLER PIC X(70) VALUE
               "El convenio no cobra en la moneda de su cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0621EN".
           05  FILLER PIC X(35) VALUE
               "The agreement does not collect in y".
           05  FILLER PIC X(35) VALUE
               "our account's currency.".
           05  FILLER PIC X(9) VALUE "CAJ0622ES".
           05  FILLER PIC X(70) VALUE
               "Referencia de pago:".
           05  FILLER PIC X(9) VALUE "CAJ0622EN".
           05  FILLER PIC X(70) VALUE
               "Payment reference:".
           05  FILLER PIC X(9) VALUE "CAJ0623ES".
           05  FILLER PIC X(70) VALUE
               "La referencia debe tener".
           05  FILLER PIC X(9) VALUE "CAJ0623EN".
           05  FILLER PIC X(70) VALUE
               "The reference must have".
           05  FILLER PIC X(9) VALUE "CAJ0624ES".
           05  FILLER PIC X(70) VALUE
               " caracteres.".
           05  FILLER PIC X(9) VALUE "CAJ0624EN".
           05  FILLER PIC X(70) VALUE
               " characters.".
           05  FILLER PIC X(9) VALUE "CAJ0625ES".
           05  FILLER PIC X(70) VALUE
               "La referencia debe ser numerica.".
           05  FILLER PIC X(9) VALUE "CAJ0625EN".
           05  FILLER PIC X(70) VALUE
               "The reference must be numeric.".
           05  FILLER PIC X(9) VALUE "CAJ0626ES".
           05  FILLER PIC X(70) VALUE
               "Referencia inexistente.".
           05  FILLER PIC X(9) VALUE "CAJ0626EN".
           05  FILLER PIC X(70) VALUE
               "Reference not found.".
           05  FILLER PIC X(9) VALUE "CAJ0627ES".
           05  FILLER PIC X(70) VALUE
               "La referencia ya fue pagada.".
           05  FILLER PIC X(9) VALUE "CAJ0627EN".
           05  FILLER PIC X(70) VALUE
               "The reference has already been paid.".
           05  FILLER PIC X(9) VALUE "CAJ0628ES".
           05  FILLER PIC X(70) VALUE
               "La referencia esta vencida desde el".
           05  FILLER PIC X(9) VALUE "CAJ0628EN".
           05  FILLER PIC X(70) VALUE
               "The reference expired on".
           05  FILLER PIC X(9) VALUE "CAJ0629ES".
           05  FILLER PIC X(70) VALUE
               "Deudor:".
           05  FILLER PIC X(9) VALUE "CAJ0629EN".
           05  FILLER PIC X(70) VALUE
               "Debtor:".
           05  FILLER PIC X(9) VALUE "CAJ0630ES".
           05  FILLER PIC X(70) VALUE
               "Vencimiento:".
           05  FILLER PIC X(9) VALUE "CAJ0630EN".
           05  FILLER PIC X(70) VALUE
               "Due date:".
           05  FILLER PIC X(9) VALUE "CAJ0631ES".
           05  FILLER PIC X(35) VALUE
               "Cuenta a la orden conjunta: por est".
           05  FILLER PIC X(35) VALUE
               "e importe resuelvalo por el menu de".
           05  FILLER PIC X(9) VALUE "CAJ0631EN".
           05  FILLER PIC X(35) VALUE
               "Joint-order account: for this amoun".
           05  FILLER PIC X(35) VALUE
               "t please use the transfers".
           05  FILLER PIC X(9) VALUE "CAJ0632ES".
           05  FILLER PIC X(35) VALUE
               "transferencias (requiere la firma d".
           05  FILLER PIC X(35) VALUE
               "el segundo titular).".
           05  FILLER PIC X(9) VALUE "CAJ0632EN".
           05  FILLER PIC X(70) VALUE
               "menu (it requires the signature of the second holder).".
           05  FILLER PIC X(9) VALUE "CAJ0633ES".
           05  FILLER PIC X(70) VALUE
               "Confirma el pago? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0633EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the payment? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0634ES".
           05  FILLER PIC X(70) VALUE
               "Pago registrado. Comprobante:".
           05  FILLER PIC X(9) VALUE "CAJ0634EN".
           05  FILLER PIC X(70) VALUE
               "Payment registered. Receipt:".
           05  FILLER PIC X(9) VALUE "CAJ0635ES".
           05  FILLER PIC X(70) VALUE
               "Se rinde a".
           05  FILLER PIC X(9) VALUE "CAJ0635EN".
           05  FILLER PIC X(70) VALUE
               "Remitted to".
           05  FILLER PIC X(9) VALUE "CAJ0636ES".
           05  FILLER PIC X(70) VALUE
               "PRESTAMO PREAPROBADO".
           05  FILLER PIC X(9) VALUE "CAJ0636EN".
           05  FILLER PIC X(70) VALUE
               "PRE-APPROVED LOAN".
           05  FILLER PIC X(9) VALUE "CAJ0637ES".
           05  FILLER PIC X(70) VALUE
               "  Hasta $".
           05  FILLER PIC X(9) VALUE "CAJ0637EN".
           05  FILLER PIC X(70) VALUE
               "  Up to $".
           05  FILLER PIC X(9) VALUE "CAJ0638ES".
           05  FILLER PIC X(70) VALUE
               "  En hasta".
           05  FILLER PIC X(9) VALUE "CAJ0638EN".
           05  FILLER PIC X(70) VALUE
               "  In up to".
           05  FILLER PIC X(9) VALUE "CAJ0639ES".
           05  FILLER PIC X(70) VALUE
               " cuotas mensuales".
           05  FILLER PIC X(9) VALUE "CAJ0639EN".
           05  FILLER PIC X(70) VALUE
               " monthly installments".
           05  FILLER PIC X(9) VALUE "CAJ0640ES".
           05  FILLER PIC X(70) VALUE
               "  Tasa nominal anual".
           05  FILLER PIC X(9) VALUE "CAJ0640EN".
           05  FILLER PIC X(70) VALUE
               "  Nominal annual rate".
           05  FILLER PIC X(9) VALUE "CAJ0641ES".
           05  FILLER PIC X(70) VALUE
               "  Oferta valida hasta el".
           05  FILLER PIC X(9) VALUE "CAJ0641EN".
           05  FILLER PIC X(70) VALUE
               "  Offer valid until".
           05  FILLER PIC X(9) VALUE "CAJ0642ES".
           05  FILLER PIC X(70) VALUE
               "Desea tomarlo ahora? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0642EN".
           05  FILLER PIC X(70) VALUE
               "Do you want to take it now? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0643ES".
           05  FILLER PIC X(70) VALUE
               "Prestamo cancelado.".
           05  FILLER PIC X(9) VALUE "CAJ0643EN".
           05  FILLER PIC X(70) VALUE
               "Loan cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0644ES".
           05  FILLER PIC X(70) VALUE
               "El importe supera el de la oferta.".
           05  FILLER PIC X(9) VALUE "CAJ0644EN".
           05  FILLER PIC X(70) VALUE
               "The amount exceeds the offer.".
           05  FILLER PIC X(9) VALUE "CAJ0645ES".
           05  FILLER PIC X(70) VALUE
               "El importe minimo es $ 1000.".
           05  FILLER PIC X(9) VALUE "CAJ0645EN".
           05  FILLER PIC X(70) VALUE
               "The minimum amount is $ 1000.".
           05  FILLER PIC X(9) VALUE "CAJ0646ES".
           05  FILLER PIC X(70) VALUE
               "Cantidad de cuotas (1 a".
           05  FILLER PIC X(9) VALUE "CAJ0646EN".
           05  FILLER PIC X(70) VALUE
               "Number of installments (1 to".
           05  FILLER PIC X(9) VALUE "CAJ0647ES".
           05  FILLER PIC X(70) VALUE
               "Cantidad de cuotas fuera de la oferta.".
           05  FILLER PIC X(9) VALUE "CAJ0647EN".
           05  FILLER PIC X(70) VALUE
               "Number of installments outside the offer.".
           05  FILLER PIC X(9) VALUE "CAJ0648ES".
           05  FILLER PIC X(70) VALUE
               "No es posible otorgar el prestamo por este".
           05  FILLER PIC X(9) VALUE "CAJ0648EN".
           05  FILLER PIC X(70) VALUE
               "The loan cannot be granted through this".
           05  FILLER PIC X(9) VALUE "CAJ0649ES".
           05  FILLER PIC X(70) VALUE
               "canal. Consulte en su sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0649EN".
           05  FILLER PIC X(70) VALUE
               "channel. Please ask at your branch.".
           05  FILLER PIC X(9) VALUE "CAJ0650ES".
           05  FILLER PIC X(70) VALUE
               "La cuota supera su capacidad de pago.".
           05  FILLER PIC X(9) VALUE "CAJ0650EN".
           05  FILLER PIC X(70) VALUE
               "The installment exceeds your repayment capacity.".
           05  FILLER PIC X(9) VALUE "CAJ0651ES".
           05  FILLER PIC X(70) VALUE
               "Pruebe con menos importe o mas cuotas.".
           05  FILLER PIC X(9) VALUE "CAJ0651EN".
           05  FILLER PIC X(70) VALUE
               "Try a smaller amount or more installments.".
           05  FILLER PIC X(9) VALUE "CAJ0652ES".
           05  FILLER PIC X(70) VALUE
               "Importe:        $".
           05  FILLER PIC X(9) VALUE "CAJ0652EN".
           05  FILLER PIC X(70) VALUE
               "Amount:         $".
           05  FILLER PIC X(9) VALUE "CAJ0653ES".
           05  FILLER PIC X(70) VALUE
               "Cuotas:".
           05  FILLER PIC X(9) VALUE "CAJ0653EN".
           05  FILLER PIC X(70) VALUE
               "Installments:".
           05  FILLER PIC X(9) VALUE "CAJ0654ES".
           05  FILLER PIC X(70) VALUE
               "Cuota fija:     $".
           05  FILLER PIC X(9) VALUE "CAJ0654EN".
           05  FILLER PIC X(70) VALUE
               "Fixed installment: $".
           05  FILLER PIC X(9) VALUE "CAJ0655ES".
           05  FILLER PIC X(70) VALUE
               "Seguro de vida (1ra cuota): $".
           05  FILLER PIC X(9) VALUE "CAJ0655EN".
           05  FILLER PIC X(70) VALUE
               "Life insurance (1st installment): $".
           05  FILLER PIC X(9) VALUE "CAJ0656ES".
           05  FILLER PIC X(70) VALUE
               "TNA:".
           05  FILLER PIC X(9) VALUE "CAJ0656EN".
           05  FILLER PIC X(70) VALUE
               "Nominal rate:".
           05  FILLER PIC X(9) VALUE "CAJ0657ES".
           05  FILLER PIC X(70) VALUE
               "Confirma el prestamo? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0657EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the loan? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0658ES".
           05  FILLER PIC X(70) VALUE
               "ERROR al acreditar el prestamo. No se otorgo.".
           05  FILLER PIC X(9) VALUE "CAJ0658EN".
           05  FILLER PIC X(70) VALUE
               "ERROR crediting the loan. It was not granted.".
           05  FILLER PIC X(9) VALUE "CAJ0659ES".
           05  FILLER PIC X(35) VALUE
               "Prestamo acreditado en su cuenta. P".
           05  FILLER PIC X(35) VALUE
               "rimera cuota en un mes.".
           05  FILLER PIC X(9) VALUE "CAJ0659EN".
           05  FILLER PIC X(35) VALUE
               "Loan credited to your account. Firs".
           05  FILLER PIC X(35) VALUE
               "t installment in one month.".
           05  FILLER PIC X(9) VALUE "CAJ0660ES".
           05  FILLER PIC X(70) VALUE
               "ERROR al grabar el maestro del prestamo.".
           05  FILLER PIC X(9) VALUE "CAJ0660EN".
           05  FILLER PIC X(70) VALUE
               "ERROR saving the loan master record.".
           05  FILLER PIC X(9) VALUE "CAJ0661ES".
           05  FILLER PIC X(70) VALUE
               "ERROR al grabar la cuota".
           05  FILLER PIC X(9) VALUE "CAJ0661EN".
           05  FILLER PIC X(70) VALUE
               "ERROR saving installment".
           05  FILLER PIC X(9) VALUE "CAJ0662ES".
           05  FILLER PIC X(70) VALUE
               "Importe del prestamo".
           05  FILLER PIC X(9) VALUE "CAJ0662EN".
           05  FILLER PIC X(70) VALUE
               "Loan amount".
           05  FILLER PIC X(9) VALUE "CAJ0663ES".
           05  FILLER PIC X(70) VALUE
               "      Adelanto de haberes".
           05  FILLER PIC X(9) VALUE "CAJ0663EN".
           05  FILLER PIC X(70) VALUE
               "      Salary advance".
           05  FILLER PIC X(9) VALUE "CAJ0664ES".
           05  FILLER PIC X(70) VALUE
               "El adelanto de haberes es solo para cuentas en pesos.".
           05  FILLER PIC X(9) VALUE "CAJ0664EN".
           05  FILLER PIC X(70) VALUE
               "Salary advances are only for peso accounts.".
           05  FILLER PIC X(9) VALUE "CAJ0665ES".
           05  FILLER PIC X(35) VALUE
               "El adelanto de haberes no esta disp".
           05  FILLER PIC X(35) VALUE
               "onible para cuentas de menores.".
           05  FILLER PIC X(9) VALUE "CAJ0665EN".
           05  FILLER PIC X(35) VALUE
               "Salary advances are not available f".
           05  FILLER PIC X(35) VALUE
               "or minors' accounts.".
           05  FILLER PIC X(9) VALUE "CAJ0666ES".
           05  FILLER PIC X(70) VALUE
               "Ya tiene un adelanto sin recuperar: $".
           05  FILLER PIC X(9) VALUE "CAJ0666EN".
           05  FILLER PIC X(70) VALUE
               "You already have an unrecovered advance: $".
           05  FILLER PIC X(9) VALUE "CAJ0667ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo abrir el historial.".
           05  FILLER PIC X(9) VALUE "CAJ0667EN".
           05  FILLER PIC X(70) VALUE
               "The history could not be opened.".
           05  FILLER PIC X(9) VALUE "CAJ0668ES".
           05  FILLER PIC X(35) VALUE
               "No registra haberes acreditados en ".
           05  FILLER PIC X(35) VALUE
               "los ultimos 90 dias.".
           05  FILLER PIC X(9) VALUE "CAJ0668EN".
           05  FILLER PIC X(70) VALUE
               "No salary credits in the last 90 days.".
           05  FILLER PIC X(9) VALUE "CAJ0669ES".
           05  FILLER PIC X(70) VALUE
               "El adelanto disponible no cubre la comision.".
           05  FILLER PIC X(9) VALUE "CAJ0669EN".
           05  FILLER PIC X(70) VALUE
               "The available advance does not cover the fee.".
           05  FILLER PIC X(9) VALUE "CAJ0670ES".
           05  FILLER PIC X(70) VALUE
               "Promedio de sus ultimos haberes: $".
           05  FILLER PIC X(9) VALUE "CAJ0670EN".
           05  FILLER PIC X(70) VALUE
               "Average of your last salaries: $".
           05  FILLER PIC X(9) VALUE "CAJ0671ES".
           05  FILLER PIC X(70) VALUE
               "Adelanto maximo:                 $".
           05  FILLER PIC X(9) VALUE "CAJ0671EN".
           05  FILLER PIC X(70) VALUE
               "Maximum advance:                $".
           05  FILLER PIC X(9) VALUE "CAJ0672ES".
           05  FILLER PIC X(70) VALUE
               "Comision fija:                   $".
           05  FILLER PIC X(9) VALUE "CAJ0672EN".
           05  FILLER PIC X(70) VALUE
               "Fixed fee:                      $".
           05  FILLER PIC X(9) VALUE "CAJ0673ES".
           05  FILLER PIC X(70) VALUE
               "Adelanto cancelado.".
           05  FILLER PIC X(9) VALUE "CAJ0673EN".
           05  FILLER PIC X(70) VALUE
               "Advance cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0674ES".
           05  FILLER PIC X(70) VALUE
               "Supera el adelanto maximo.".
           05  FILLER PIC X(9) VALUE "CAJ0674EN".
           05  FILLER PIC X(70) VALUE
               "Exceeds the maximum advance.".
           05  FILLER PIC X(9) VALUE "CAJ0675ES".
           05  FILLER PIC X(70) VALUE
               "El importe debe superar la comision.".
           05  FILLER PIC X(9) VALUE "CAJ0675EN".
           05  FILLER PIC X(70) VALUE
               "The amount must exceed the fee.".
           05  FILLER PIC X(9) VALUE "CAJ0676ES".
           05  FILLER PIC X(70) VALUE
               "Se le acreditaran $".
           05  FILLER PIC X(9) VALUE "CAJ0676EN".
           05  FILLER PIC X(70) VALUE
               "You will be credited $".
           05  FILLER PIC X(9) VALUE "CAJ0677ES".
           05  FILLER PIC X(70) VALUE
               " a descontar de su proximo sueldo.".
           05  FILLER PIC X(9) VALUE "CAJ0677EN".
           05  FILLER PIC X(70) VALUE
               " to be deducted from your next salary.".
           05  FILLER PIC X(9) VALUE "CAJ0678ES".
           05  FILLER PIC X(70) VALUE
               "Confirma el adelanto? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0678EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the advance? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0679ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo acreditar el adelanto.".
           05  FILLER PIC X(9) VALUE "CAJ0679EN".
           05  FILLER PIC X(70) VALUE
               "The advance could not be credited.".
           05  FILLER PIC X(9) VALUE "CAJ0680ES".
           05  FILLER PIC X(35) VALUE
               "No se pudo cobrar la comision: el a".
           05  FILLER PIC X(35) VALUE
               "delanto no se otorgo.".
           05  FILLER PIC X(9) VALUE "CAJ0680EN".
           05  FILLER PIC X(35) VALUE
               "The fee could not be charged: the a".
           05  FILLER PIC X(35) VALUE
               "dvance was not granted.".
           05  FILLER PIC X(9) VALUE "CAJ0681ES".
           05  FILLER PIC X(70) VALUE
               "ATENCION: el adelanto no quedo registrado.".
           05  FILLER PIC X(9) VALUE "CAJ0681EN".
           05  FILLER PIC X(70) VALUE
               "WARNING: the advance was not recorded.".
           05  FILLER PIC X(9) VALUE "CAJ0682ES".
           05  FILLER PIC X(70) VALUE
               "Adelanto acreditado.".
           05  FILLER PIC X(9) VALUE "CAJ0682EN".
           05  FILLER PIC X(70) VALUE
               "Advance credited.".
           05  FILLER PIC X(9) VALUE "CAJ0683ES".
           05  FILLER PIC X(70) VALUE
               "Se descontara de su proximo credito de haberes.".
           05  FILLER PIC X(9) VALUE "CAJ0683EN".
           05  FILLER PIC X(70) VALUE
               "It will be deducted from your next salary credit.".
           05  FILLER PIC X(9) VALUE "CAJ0684ES".
           05  FILLER PIC X(70) VALUE
               "Importe del adelanto".
           05  FILLER PIC X(9) VALUE "CAJ0684EN".
           05  FILLER PIC X(70) VALUE
               "Advance amount".
           05  FILLER PIC X(9) VALUE "CAJ0685ES".
           05  FILLER PIC X(70) VALUE
               "Su cuenta no esta vinculada a un numero de".
           05  FILLER PIC X(9) VALUE "CAJ0685EN".
           05  FILLER PIC X(70) VALUE
               "Your account is not linked to a customer".
           05  FILLER PIC X(9) VALUE "CAJ0686ES".
           05  FILLER PIC X(70) VALUE
               "cliente: gestione los avisos en su sucursal.".
           05  FILLER PIC X(9) VALUE "CAJ0686EN".
           05  FILLER PIC X(70) VALUE
               "number: manage your notices at your branch.".
           05  FILLER PIC X(9) VALUE "CAJ0687ES".
           05  FILLER PIC X(70) VALUE
               "  MIS AVISOS Y NOTIFICACIONES".
           05  FILLER PIC X(9) VALUE "CAJ0687EN".
           05  FILLER PIC X(70) VALUE
               "  MY NOTICES AND NOTIFICATIONS".
           05  FILLER PIC X(9) VALUE "CAJ0688ES".
           05  FILLER PIC X(70) VALUE
               " 1. Ver mis preferencias".
           05  FILLER PIC X(9) VALUE "CAJ0688EN".
           05  FILLER PIC X(70) VALUE
               " 1. View my preferences".
           05  FILLER PIC X(9) VALUE "CAJ0689ES".
           05  FILLER PIC X(70) VALUE
               " 2. Activar/desactivar un evento".
           05  FILLER PIC X(9) VALUE "CAJ0689EN".
           05  FILLER PIC X(70) VALUE
               " 2. Turn an event on/off".
           05  FILLER PIC X(9) VALUE "CAJ0690ES".
           05  FILLER PIC X(70) VALUE
               " 3. Ventana de silencio".
           05  FILLER PIC X(9) VALUE "CAJ0690EN".
           05  FILLER PIC X(70) VALUE
               " 3. Quiet hours".
           05  FILLER PIC X(9) VALUE "CAJ0691ES".
           05  FILLER PIC X(70) VALUE
               " 0. Volver".
           05  FILLER PIC X(9) VALUE "CAJ0691EN".
           05  FILLER PIC X(70) VALUE
               " 0. Back".
           05  FILLER PIC X(9) VALUE "CAJ0692ES".
           05  FILLER PIC X(70) VALUE
               "Silencio de".
           05  FILLER PIC X(9) VALUE "CAJ0692EN".
           05  FILLER PIC X(70) VALUE
               "Quiet from".
           05  FILLER PIC X(9) VALUE "CAJ0693ES".
           05  FILLER PIC X(70) VALUE
               " a".
           05  FILLER PIC X(9) VALUE "CAJ0693EN".
           05  FILLER PIC X(70) VALUE
               " to".
           05  FILLER PIC X(9) VALUE "CAJ0694ES".
           05  FILLER PIC X(70) VALUE
               " hs".
           05  FILLER PIC X(9) VALUE "CAJ0694EN".
           05  FILLER PIC X(70) VALUE
               " h".
           05  FILLER PIC X(9) VALUE "CAJ0695ES".
           05  FILLER PIC X(70) VALUE
               " recibe:".
           05  FILLER PIC X(9) VALUE "CAJ0695EN".
           05  FILLER PIC X(70) VALUE
               " receives:".
           05  FILLER PIC X(9) VALUE "CAJ0696ES".
           05  FILLER PIC X(70) VALUE
               "  minimo $".
           05  FILLER PIC X(9) VALUE "CAJ0696EN".
           05  FILLER PIC X(70) VALUE
               "  minimum $".
           05  FILLER PIC X(9) VALUE "CAJ0697ES".
           05  FILLER PIC X(70) VALUE
               "Sin preferencias propias: recibe todos los".
           05  FILLER PIC X(9) VALUE "CAJ0697EN".
           05  FILLER PIC X(70) VALUE
               "No preferences of your own: you get every".
           05  FILLER PIC X(9) VALUE "CAJ0698ES".
           05  FILLER PIC X(70) VALUE
               "avisos que el banco tiene activos.".
           05  FILLER PIC X(9) VALUE "CAJ0698EN".
           05  FILLER PIC X(70) VALUE
               "notice the bank has active.".
           05  FILLER PIC X(9) VALUE "CAJ0699ES".
           05  FILLER PIC X(70) VALUE
               "Evento (p.ej. EXTRACCION-MAYOR, SALDO-BAJO,".
           05  FILLER PIC X(9) VALUE "CAJ0699EN".
           05  FILLER PIC X(70) VALUE
               "Event (e.g. EXTRACCION-MAYOR, SALDO-BAJO,".
           05  FILLER PIC X(9) VALUE "CAJ0700ES".
           05  FILLER PIC X(70) VALUE
               "TRANSF-EJECUTADA, MORA-PRESTAMO):".
           05  FILLER PIC X(9) VALUE "CAJ0700EN".
           05  FILLER PIC X(70) VALUE
               "TRANSF-EJECUTADA, MORA-PRESTAMO):".
           05  FILLER PIC X(9) VALUE "CAJ0701ES".
           05  FILLER PIC X(70) VALUE
               "Recibir este aviso? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0701EN".
           05  FILLER PIC X(70) VALUE
               "Receive this notice? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0702ES".
           05  FILLER PIC X(70) VALUE
               "Importe minimo para avisar (0 = todos):".
           05  FILLER PIC X(9) VALUE "CAJ0702EN".
           05  FILLER PIC X(70) VALUE
               "Minimum amount to notify (0 = all):".
           05  FILLER PIC X(9) VALUE "CAJ0703ES".
           05  FILLER PIC X(70) VALUE
               "Evento invalido.".
           05  FILLER PIC X(9) VALUE "CAJ0703EN".
           05  FILLER PIC X(70) VALUE
               "Invalid event.".
           05  FILLER PIC X(9) VALUE "CAJ0704ES".
           05  FILLER PIC X(70) VALUE
               "Preferencia guardada.".
           05  FILLER PIC X(9) VALUE "CAJ0704EN".
           05  FILLER PIC X(70) VALUE
               "Preference saved.".
           05  FILLER PIC X(9) VALUE "CAJ0705ES".
           05  FILLER PIC X(70) VALUE
               "Silencio desde la hora (0-23):".
           05  FILLER PIC X(9) VALUE "CAJ0705EN".
           05  FILLER PIC X(70) VALUE
               "Quiet from hour (0-23):".
           05  FILLER PIC X(9) VALUE "CAJ0706ES".
           05  FILLER PIC X(70) VALUE
               "Silencio hasta la hora (0-23):".
           05  FILLER PIC X(9) VALUE "CAJ0706EN".
           05  FILLER PIC X(70) VALUE
               "Quiet until hour (0-23):".
           05  FILLER PIC X(9) VALUE "CAJ0707ES".
           05  FILLER PIC X(70) VALUE
               "Las horas deben estar entre 0 y 23.".
           05  FILLER PIC X(9) VALUE "CAJ0707EN".
           05  FILLER PIC X(70) VALUE
               "Hours must be between 0 and 23.".
           05  FILLER PIC X(9) VALUE "CAJ0708ES".
           05  FILLER PIC X(70) VALUE
               "Ventana de silencio desactivada.".
           05  FILLER PIC X(9) VALUE "CAJ0708EN".
           05  FILLER PIC X(70) VALUE
               "Quiet hours turned off.".
           05  FILLER PIC X(9) VALUE "CAJ0709ES".
           05  FILLER PIC X(70) VALUE
               "Avisos no urgentes en silencio de".
           05  FILLER PIC X(9) VALUE "CAJ0709EN".
           05  FILLER PIC X(70) VALUE
               "Non-urgent notices held quiet from".
           05  FILLER PIC X(9) VALUE "CAJ0710ES".
           05  FILLER PIC X(70) VALUE
               " hs.".
           05  FILLER PIC X(9) VALUE "CAJ0710EN".
           05  FILLER PIC X(70) VALUE
               " h.".
           05  FILLER PIC X(9) VALUE "CAJ0711ES".
           05  FILLER PIC X(70) VALUE
               "   Pago de prestamo castigado".
           05  FILLER PIC X(9) VALUE "CAJ0711EN".
           05  FILLER PIC X(70) VALUE
               "   Written-off loan payment".
           05  FILLER PIC X(9) VALUE "CAJ0712ES".
           05  FILLER PIC X(70) VALUE
               "No tiene prestamos castigados con saldo.".
           05  FILLER PIC X(9) VALUE "CAJ0712EN".
           05  FILLER PIC X(70) VALUE
               "You have no written-off loans with a balance.".
           05  FILLER PIC X(9) VALUE "CAJ0713ES".
           05  FILLER PIC X(70) VALUE
               ". Prestamo".
           05  FILLER PIC X(9) VALUE "CAJ0713EN".
           05  FILLER PIC X(70) VALUE
               ". Loan".
           05  FILLER PIC X(9) VALUE "CAJ0714ES".
           05  FILLER PIC X(70) VALUE
               " castigado el".
           05  FILLER PIC X(9) VALUE "CAJ0714EN".
           05  FILLER PIC X(70) VALUE
               " written off on".
           05  FILLER PIC X(9) VALUE "CAJ0715ES".
           05  FILLER PIC X(70) VALUE
               "  adeuda $".
           05  FILLER PIC X(9) VALUE "CAJ0715EN".
           05  FILLER PIC X(70) VALUE
               "  owes $".
           05  FILLER PIC X(9) VALUE "CAJ0716ES".
           05  FILLER PIC X(70) VALUE
               "Prestamo a pagar (0 = cancelar):".
           05  FILLER PIC X(9) VALUE "CAJ0716EN".
           05  FILLER PIC X(70) VALUE
               "Loan to pay (0 = cancel):".
           05  FILLER PIC X(9) VALUE "CAJ0717ES".
           05  FILLER PIC X(70) VALUE
               "El importe supera lo adeudado ($".
           05  FILLER PIC X(9) VALUE "CAJ0717EN".
           05  FILLER PIC X(70) VALUE
               "The amount exceeds what is owed ($".
           05  FILLER PIC X(9) VALUE "CAJ0718ES".
           05  FILLER PIC X(70) VALUE
               "Prestamo:".
           05  FILLER PIC X(9) VALUE "CAJ0718EN".
           05  FILLER PIC X(70) VALUE
               "Loan:".
           05  FILLER PIC X(9) VALUE "CAJ0719ES".
           05  FILLER PIC X(70) VALUE
               "  SOLICITUD DE CHEQUERA".
           05  FILLER PIC X(9) VALUE "CAJ0719EN".
           05  FILLER PIC X(70) VALUE
               "  CHECKBOOK REQUEST".
           05  FILLER PIC X(9) VALUE "CAJ0720ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo leer su cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0720EN".
           05  FILLER PIC X(70) VALUE
               "Your account could not be read.".
           05  FILLER PIC X(9) VALUE "CAJ0721ES".
           05  FILLER PIC X(70) VALUE
               "La chequera es solo para cuentas corrientes.".
           05  FILLER PIC X(9) VALUE "CAJ0721EN".
           05  FILLER PIC X(70) VALUE
               "Checkbooks are only for checking accounts.".
           05  FILLER PIC X(9) VALUE "CAJ0722ES".
           05  FILLER PIC X(70) VALUE
               "Su cuenta tiene un bloqueo de emergencia vigente.".
           05  FILLER PIC X(9) VALUE "CAJ0722EN".
           05  FILLER PIC X(70) VALUE
               "Your account has an emergency block in effect.".
           05  FILLER PIC X(9) VALUE "CAJ0723ES".
           05  FILLER PIC X(70) VALUE
               "Su cuenta esta inhabilitada para chequeras por cheques".
           05  FILLER PIC X(9) VALUE "CAJ0723EN".
           05  FILLER PIC X(35) VALUE
               "Your account is barred from checkbo".
           05  FILLER PIC X(35) VALUE
               "oks due to bounced checks".
           05  FILLER PIC X(9) VALUE "CAJ0724ES".
           05  FILLER PIC X(70) VALUE
               "rechazados sin regularizar.".
           05  FILLER PIC X(9) VALUE "CAJ0724EN".
           05  FILLER PIC X(70) VALUE
               "not yet settled.".
           05  FILLER PIC X(9) VALUE "CAJ0725ES".
           05  FILLER PIC X(70) VALUE
               "Tiene".
           05  FILLER PIC X(9) VALUE "CAJ0725EN".
           05  FILLER PIC X(70) VALUE
               "You have".
           05  FILLER PIC X(9) VALUE "CAJ0726ES".
           05  FILLER PIC X(70) VALUE
               " cheques sin usar: no se emite otra chequera.".
           05  FILLER PIC X(9) VALUE "CAJ0726EN".
           05  FILLER PIC X(70) VALUE
               " unused checks: no new checkbook is issued.".
           05  FILLER PIC X(9) VALUE "CAJ0727ES".
           05  FILLER PIC X(70) VALUE
               "Su paquete incluye la chequera sin cargo.".
           05  FILLER PIC X(9) VALUE "CAJ0727EN".
           05  FILLER PIC X(70) VALUE
               "Your package includes the checkbook free of charge.".
           05  FILLER PIC X(9) VALUE "CAJ0728ES".
           05  FILLER PIC X(70) VALUE
               "Arancel de la chequera: $".
           05  FILLER PIC X(9) VALUE "CAJ0728EN".
           05  FILLER PIC X(70) VALUE
               "Checkbook fee: $".
           05  FILLER PIC X(9) VALUE "CAJ0729ES".
           05  FILLER PIC X(70) VALUE
               "Confirma el pedido de".
           05  FILLER PIC X(9) VALUE "CAJ0729EN".
           05  FILLER PIC X(70) VALUE
               "Confirm the request for".
           05  FILLER PIC X(9) VALUE "CAJ0730ES".
           05  FILLER PIC X(70) VALUE
               " cheques? (S/N):".
           05  FILLER PIC X(9) VALUE "CAJ0730EN".
           05  FILLER PIC X(70) VALUE
               " checks? (Y/N):".
           05  FILLER PIC X(9) VALUE "CAJ0731ES".
           05  FILLER PIC X(70) VALUE
               "Pedido cancelado.".
           05  FILLER PIC X(9) VALUE "CAJ0731EN".
           05  FILLER PIC X(70) VALUE
               "Request cancelled.".
           05  FILLER PIC X(9) VALUE "CAJ0732ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo debitar el arancel: el pedido".
           05  FILLER PIC X(9) VALUE "CAJ0732EN".
           05  FILLER PIC X(70) VALUE
               "The fee could not be debited: the request".
           05  FILLER PIC X(9) VALUE "CAJ0733ES".
           05  FILLER PIC X(70) VALUE
               "no se registro.".
           05  FILLER PIC X(9) VALUE "CAJ0733EN".
           05  FILLER PIC X(70) VALUE
               "was not registered.".
           05  FILLER PIC X(9) VALUE "CAJ0734ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo registrar el pedido.".
           05  FILLER PIC X(9) VALUE "CAJ0734EN".
           05  FILLER PIC X(70) VALUE
               "The request could not be registered.".
           05  FILLER PIC X(9) VALUE "CAJ0735ES".
           05  FILLER PIC X(70) VALUE
               "Pedido registrado: retire la chequera".
           05  FILLER PIC X(9) VALUE "CAJ0735EN".
           05  FILLER PIC X(70) VALUE
               "Request registered: pick up the checkbook".
           05  FILLER PIC X(9) VALUE "CAJ0736ES".
           05  FILLER PIC X(70) VALUE
               "en su sucursal cuando este impresa.".
           05  FILLER PIC X(9) VALUE "CAJ0736EN".
           05  FILLER PIC X(70) VALUE
               "at your branch once it is printed.".
           05  FILLER PIC X(9) VALUE "CAJ0737ES".
           05  FILLER PIC X(70) VALUE
               "No hay debitos automaticos devolvibles en".
           05  FILLER PIC X(9) VALUE "CAJ0737EN".
           05  FILLER PIC X(70) VALUE
               "There are no refundable direct debits in".
           05  FILLER PIC X(9) VALUE "CAJ0738ES".
           05  FILLER PIC X(70) VALUE
               "los ultimos 30 dias.".
           05  FILLER PIC X(9) VALUE "CAJ0738EN".
           05  FILLER PIC X(70) VALUE
               "the last 30 days.".
           05  FILLER PIC X(9) VALUE "CAJ0739ES".
           05  FILLER PIC X(70) VALUE
               "Timestamp del debito a devolver".
           05  FILLER PIC X(9) VALUE "CAJ0739EN".
           05  FILLER PIC X(70) VALUE
               "Timestamp of the debit to refund".
           05  FILLER PIC X(9) VALUE "CAJ0740ES".
           05  FILLER PIC X(70) VALUE
               "(0 para volver):".
           05  FILLER PIC X(9) VALUE "CAJ0740EN".
           05  FILLER PIC X(70) VALUE
               "(0 to go back):".
           05  FILLER PIC X(9) VALUE "CAJ0741ES".
           05  FILLER PIC X(70) VALUE
               "No existe ese movimiento.".
           05  FILLER PIC X(9) VALUE "CAJ0741EN".
           05  FILLER PIC X(70) VALUE
               "That transaction does not exist.".
           05  FILLER PIC X(9) VALUE "CAJ0742ES".
           05  FILLER PIC X(70) VALUE
               "Ese movimiento no es un debito automatico.".
           05  FILLER PIC X(9) VALUE "CAJ0742EN".
           05  FILLER PIC X(70) VALUE
               "That transaction is not a direct debit.".
           05  FILLER PIC X(9) VALUE "CAJ0743ES".
           05  FILLER PIC X(70) VALUE
               "El plazo de devolucion de 30 dias vencio.".
           05  FILLER PIC X(9) VALUE "CAJ0743EN".
           05  FILLER PIC X(70) VALUE
               "The 30-day refund period has expired.".
           05  FILLER PIC X(9) VALUE "CAJ0744ES".
           05  FILLER PIC X(70) VALUE
               "Ese debito ya fue devuelto.".
           05  FILLER PIC X(9) VALUE "CAJ0744EN".
           05  FILLER PIC X(70) VALUE
               "That debit has already been refunded.".
           05  FILLER PIC X(9) VALUE "CAJ0745ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo acreditar la devolucion.".
           05  FILLER PIC X(9) VALUE "CAJ0745EN".
           05  FILLER PIC X(70) VALUE
               "The refund could not be credited.".
           05  FILLER PIC X(9) VALUE "CAJ0746ES".
           05  FILLER PIC X(35) VALUE
               "Devolucion acreditada pero sin regi".
           05  FILLER PIC X(35) VALUE
               "stro para la empresa.".
           05  FILLER PIC X(9) VALUE "CAJ0746EN".
           05  FILLER PIC X(70) VALUE
               "Refund credited but not recorded for the company.".
           05  FILLER PIC X(9) VALUE "CAJ0747ES".
           05  FILLER PIC X(70) VALUE
               "Devolucion acreditada: se netea".
           05  FILLER PIC X(9) VALUE "CAJ0747EN".
           05  FILLER PIC X(70) VALUE
               "Refund credited: it is netted".
           05  FILLER PIC X(9) VALUE "CAJ0748ES".
           05  FILLER PIC X(70) VALUE
               "contra la empresa en el proximo".
           05  FILLER PIC X(9) VALUE "CAJ0748EN".
           05  FILLER PIC X(70) VALUE
               "against the company in the next".
           05  FILLER PIC X(9) VALUE "CAJ0749ES".
           05  FILLER PIC X(70) VALUE
               "ciclo.".
           05  FILLER PIC X(9) VALUE "CAJ0749EN".
           05  FILLER PIC X(70) VALUE
               "cycle.".
           05  FILLER PIC X(9) VALUE "CAJ0750ES".
           05  FILLER PIC X(70) VALUE
               "  SOLICITAR UN COBRO".
           05  FILLER PIC X(9) VALUE "CAJ0750EN".
           05  FILLER PIC X(70) VALUE
               "  REQUEST A PAYMENT".
           05  FILLER PIC X(9) VALUE "CAJ0751ES".
           05  FILLER PIC X(70) VALUE
               "CBF del pagador:".
           05  FILLER PIC X(9) VALUE "CAJ0751EN".
           05  FILLER PIC X(70) VALUE
               "Payer CBF:".
           05  FILLER PIC X(9) VALUE "CAJ0752ES".
           05  FILLER PIC X(70) VALUE
               "Importe a cobrar:".
           05  FILLER PIC X(9) VALUE "CAJ0752EN".
           05  FILLER PIC X(70) VALUE
               "Amount to request:".
           05  FILLER PIC X(9) VALUE "CAJ0753ES".
           05  FILLER PIC X(70) VALUE
               "Concepto:".
           05  FILLER PIC X(9) VALUE "CAJ0753EN".
           05  FILLER PIC X(70) VALUE
               "Concept:".
           05  FILLER PIC X(9) VALUE "CAJ0754ES".
           05  FILLER PIC X(70) VALUE
               "Vence el (AAAAMMDD):".
           05  FILLER PIC X(9) VALUE "CAJ0754EN".
           05  FILLER PIC X(70) VALUE
               "Due on (YYYYMMDD):".
           05  FILLER PIC X(9) VALUE "CAJ0755ES".
           05  FILLER PIC X(70) VALUE
               "El vencimiento debe ser futuro.".
           05  FILLER PIC X(9) VALUE "CAJ0755EN".
           05  FILLER PIC X(70) VALUE
               "The due date must be in the future.".
           05  FILLER PIC X(9) VALUE "CAJ0756ES".
           05  FILLER PIC X(70) VALUE
               "No puede pedirse un cobro a si mismo.".
           05  FILLER PIC X(9) VALUE "CAJ0756EN".
           05  FILLER PIC X(70) VALUE
               "You cannot request a payment from yourself.".
           05  FILLER PIC X(9) VALUE "CAJ0757ES".
           05  FILLER PIC X(70) VALUE
               "El CBF del pagador no existe.".
           05  FILLER PIC X(9) VALUE "CAJ0757EN".
           05  FILLER PIC X(70) VALUE
               "The payer CBF does not exist.".
           05  FILLER PIC X(9) VALUE "CAJ0758ES".
           05  FILLER PIC X(70) VALUE
               "La cuenta del pagador no esta activa.".
           05  FILLER PIC X(9) VALUE "CAJ0758EN".
           05  FILLER PIC X(70) VALUE
               "The payer account is not active.".
           05  FILLER PIC X(9) VALUE "CAJ0759ES".
           05  FILLER PIC X(70) VALUE
               "El pagador opera en otra moneda.".
           05  FILLER PIC X(9) VALUE "CAJ0759EN".
           05  FILLER PIC X(70) VALUE
               "The payer operates in another currency.".
           05  FILLER PIC X(9) VALUE "CAJ0760ES".
           05  FILLER PIC X(70) VALUE
               "Pedido registrado: el pagador lo vera".
           05  FILLER PIC X(9) VALUE "CAJ0760EN".
           05  FILLER PIC X(70) VALUE
               "Request registered: the payer will see it".
           05  FILLER PIC X(9) VALUE "CAJ0761ES".
           05  FILLER PIC X(70) VALUE
               "en su proximo ingreso al cajero.".
           05  FILLER PIC X(9) VALUE "CAJ0761EN".
           05  FILLER PIC X(70) VALUE
               "the next time they use the ATM.".
           05  FILLER PIC X(9) VALUE "CAJ0762ES".
           05  FILLER PIC X(70) VALUE
               "Tarjeta de otro banco (red de cajeros).".
           05  FILLER PIC X(9) VALUE "CAJ0762EN".
           05  FILLER PIC X(70) VALUE
               "Card from another bank (ATM network).".
           05  FILLER PIC X(9) VALUE "CAJ0763ES".
           05  FILLER PIC X(70) VALUE
               "Solo se ofrece extraccion de efectivo.".
           05  FILLER PIC X(9) VALUE "CAJ0763EN".
           05  FILLER PIC X(70) VALUE
               "Only cash withdrawal is offered.".
           05  FILLER PIC X(9) VALUE "CAJ0764ES".
           05  FILLER PIC X(70) VALUE
               "Presione ENTER para terminar".
           05  FILLER PIC X(9) VALUE "CAJ0764EN".
           05  FILLER PIC X(70) VALUE
               "Press ENTER to finish".
           05  FILLER PIC X(9) VALUE "CAJ0765ES".
           05  FILLER PIC X(70) VALUE
               "AUTORIZACION PEDIDA por la cuenta del menor".
           05  FILLER PIC X(9) VALUE "CAJ0765EN".
           05  FILLER PIC X(70) VALUE
               "AUTHORIZATION REQUESTED by the minor's account".
           05  FILLER PIC X(9) VALUE "CAJ0766ES".
           05  FILLER PIC X(70) VALUE
               "  Extraccion por $".
           05  FILLER PIC X(9) VALUE "CAJ0766EN".
           05  FILLER PIC X(70) VALUE
               "  Withdrawal for $".
           05  FILLER PIC X(9) VALUE "CAJ0767ES".
           05  FILLER PIC X(70) VALUE
               "  Transferencia a otro banco por $".
           05  FILLER PIC X(9) VALUE "CAJ0767EN".
           05  FILLER PIC X(70) VALUE
               "  Transfer to another bank for $".
           05  FILLER PIC X(9) VALUE "CAJ0768ES".
           05  FILLER PIC X(70) VALUE
               "  Transferencia por $".
           05  FILLER PIC X(9) VALUE "CAJ0768EN".
           05  FILLER PIC X(70) VALUE
               "  Transfer for $".
           05  FILLER PIC X(9) VALUE "CAJ0769ES".
           05  FILLER PIC X(70) VALUE
               " a la cuenta".
           05  FILLER PIC X(9) VALUE "CAJ0769EN".
           05  FILLER PIC X(70) VALUE
               " to account".
           05  FILLER PIC X(9) VALUE "CAJ0770ES".
           05  FILLER PIC X(70) VALUE
               "  Pedida el".
           05  FILLER PIC X(9) VALUE "CAJ0770EN".
           05  FILLER PIC X(70) VALUE
               "  Requested on".
           05  FILLER PIC X(9) VALUE "CAJ0771ES".
           05  FILLER PIC X(35) VALUE
               "La autoriza? (S=autorizar / N=recha".
           05  FILLER PIC X(35) VALUE
               "zar / otra=despues):".
           05  FILLER PIC X(9) VALUE "CAJ0771EN".
           05  FILLER PIC X(35) VALUE
               "Do you authorize it? (Y=authorize /".
           05  FILLER PIC X(35) VALUE
               " N=reject / other=later):".
           05  FILLER PIC X(9) VALUE "CAJ0772ES".
           05  FILLER PIC X(70) VALUE
               "Operacion autorizada: el menor ya puede realizarla.".
           05  FILLER PIC X(9) VALUE "CAJ0772EN".
           05  FILLER PIC X(70) VALUE
               "Transaction authorized: the minor can now make it.".
           05  FILLER PIC X(9) VALUE "CAJ0773ES".
           05  FILLER PIC X(70) VALUE
               "Pedido rechazado.".
           05  FILLER PIC X(9) VALUE "CAJ0773EN".
           05  FILLER PIC X(70) VALUE
               "Request rejected.".
           05  FILLER PIC X(9) VALUE "CAJ0774ES".
           05  FILLER PIC X(70) VALUE
               "--- Historial de Movimientos ---".
           05  FILLER PIC X(9) VALUE "CAJ0774EN".
           05  FILLER PIC X(70) VALUE
               "--- Transaction History ---".
           05  FILLER PIC X(9) VALUE "CAJ0775ES".
           05  FILLER PIC X(70) VALUE
               "Error al abrir archivo de transacciones".
           05  FILLER PIC X(9) VALUE "CAJ0775EN".
           05  FILLER PIC X(70) VALUE
               "Error opening the transactions file".
           05  FILLER PIC X(9) VALUE "CAJ0776ES".
           05  FILLER PIC X(70) VALUE
               "Buscando transacciones para CBF:".
           05  FILLER PIC X(9) VALUE "CAJ0776EN".
           05  FILLER PIC X(70) VALUE
               "Searching transactions for CBF:".
           05  FILLER PIC X(9) VALUE "CAJ0777ES".
           05  FILLER PIC X(70) VALUE
               "Mostrando siguientes".
           05  FILLER PIC X(9) VALUE "CAJ0777EN".
           05  FILLER PIC X(70) VALUE
               "Showing next".
           05  FILLER PIC X(9) VALUE "CAJ0778ES".
           05  FILLER PIC X(70) VALUE
               " transacciones:".
           05  FILLER PIC X(9) VALUE "CAJ0778EN".
           05  FILLER PIC X(70) VALUE
               " transactions:".
           05  FILLER PIC X(9) VALUE "CAJ0779ES".
           05  FILLER PIC X(70) VALUE
               " - Fecha:".
           05  FILLER PIC X(9) VALUE "CAJ0779EN".
           05  FILLER PIC X(70) VALUE
               " - Date:".
           05  FILLER PIC X(9) VALUE "CAJ0780ES".
           05  FILLER PIC X(70) VALUE
               " Hora:".
           05  FILLER PIC X(9) VALUE "CAJ0780EN".
           05  FILLER PIC X(70) VALUE
               " Time:".
           05  FILLER PIC X(9) VALUE "CAJ0781ES".
           05  FILLER PIC X(70) VALUE
               "   Motivo:".
           05  FILLER PIC X(9) VALUE "CAJ0781EN".
           05  FILLER PIC X(70) VALUE
               "   Reason:".
           05  FILLER PIC X(9) VALUE "CAJ0782ES".
           05  FILLER PIC X(70) VALUE
               "No se encontraron transacciones en el historial".
           05  FILLER PIC X(9) VALUE "CAJ0782EN".
           05  FILLER PIC X(70) VALUE
               "No transactions found in the history".
           05  FILLER PIC X(9) VALUE "CAJ0783ES".
           05  FILLER PIC X(70) VALUE
               "Total mostradas:".
           05  FILLER PIC X(9) VALUE "CAJ0783EN".
           05  FILLER PIC X(70) VALUE
               "Total shown:".
           05  FILLER PIC X(9) VALUE "CAJ0784ES".
           05  FILLER PIC X(70) VALUE
               " transacciones".
           05  FILLER PIC X(9) VALUE "CAJ0784EN".
           05  FILLER PIC X(70) VALUE
               " transactions".
           05  FILLER PIC X(9) VALUE "CAJ0785ES".
           05  FILLER PIC X(70) VALUE
               " (X para cancelar): $".
           05  FILLER PIC X(9) VALUE "CAJ0785EN".
           05  FILLER PIC X(70) VALUE
               " (X to cancel): $".
           05  FILLER PIC X(9) VALUE "CAJ0786ES".
           05  FILLER PIC X(70) VALUE
               "Importe invalido: use solo digitos y a lo".
           05  FILLER PIC X(9) VALUE "CAJ0786EN".
           05  FILLER PIC X(70) VALUE
               "Invalid amount: use digits only and at most".
           05  FILLER PIC X(9) VALUE "CAJ0787ES".
           05  FILLER PIC X(70) VALUE
               "sumo una coma con dos decimales.".
           05  FILLER PIC X(9) VALUE "CAJ0787EN".
           05  FILLER PIC X(70) VALUE
               "one comma with two decimals.".
           05  FILLER PIC X(9) VALUE "CAJ0788ES".
           05  FILLER PIC X(70) VALUE
               "PEDIDO DE COBRO de la cuenta".
           05  FILLER PIC X(9) VALUE "CAJ0788EN".
           05  FILLER PIC X(70) VALUE
               "PAYMENT REQUEST from account".
           05  FILLER PIC X(9) VALUE "CAJ0789ES".
           05  FILLER PIC X(70) VALUE
               "  Vence el".
           05  FILLER PIC X(9) VALUE "CAJ0789EN".
           05  FILLER PIC X(70) VALUE
               "  Due on".
           05  FILLER PIC X(9) VALUE "CAJ0790ES".
           05  FILLER PIC X(70) VALUE
               "Acepta pagarlo? (S=pagar / N=rechazar / otra=despues):".
           05  FILLER PIC X(9) VALUE "CAJ0790EN".
           05  FILLER PIC X(35) VALUE
               "Do you accept to pay it? (Y=pay / N".
           05  FILLER PIC X(35) VALUE
               "=reject / other=later):".
           05  FILLER PIC X(9) VALUE "CAJ0791ES".
           05  FILLER PIC X(70) VALUE
               "Fondos insuficientes: el pedido queda pendiente.".
           05  FILLER PIC X(9) VALUE "CAJ0791EN".
           05  FILLER PIC X(70) VALUE
               "Insufficient funds: the request remains pending.".
           05  FILLER PIC X(9) VALUE "CAJ0792ES".
           05  FILLER PIC X(35) VALUE
               "El importe supera el umbral de apro".
           05  FILLER PIC X(35) VALUE
               "bacion: resuelvalo por el menu de".
           05  FILLER PIC X(9) VALUE "CAJ0792EN".
           05  FILLER PIC X(35) VALUE
               "The amount exceeds the approval thr".
           05  FILLER PIC X(35) VALUE
               "eshold: please use the".
           05  FILLER PIC X(9) VALUE "CAJ0793ES".
           05  FILLER PIC X(70) VALUE
               "transferencias.".
           05  FILLER PIC X(9) VALUE "CAJ0793EN".
           05  FILLER PIC X(70) VALUE
               "transfers menu.".
           05  FILLER PIC X(9) VALUE "CAJ0794ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo debitar: el pedido queda pendiente.".
           05  FILLER PIC X(9) VALUE "CAJ0794EN".
           05  FILLER PIC X(70) VALUE
               "Could not debit: the request remains pending.".
           05  FILLER PIC X(9) VALUE "CAJ0795ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo acreditar: se reintegro el".
           05  FILLER PIC X(9) VALUE "CAJ0795EN".
           05  FILLER PIC X(70) VALUE
               "Could not credit: the debit was refunded".
           05  FILLER PIC X(9) VALUE "CAJ0796ES".
           05  FILLER PIC X(70) VALUE
               "debito y el pedido queda pendiente.".
           05  FILLER PIC X(9) VALUE "CAJ0796EN".
           05  FILLER PIC X(70) VALUE
               "and the request remains pending.".
           05  FILLER PIC X(9) VALUE "CAJ0797ES".
           05  FILLER PIC X(70) VALUE
               "Pago realizado.".
           05  FILLER PIC X(9) VALUE "CAJ0797EN".
           05  FILLER PIC X(70) VALUE
               "Payment made.".
           05  FILLER PIC X(9) VALUE "CAJ0798ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo retener el importe: la operacion".
           05  FILLER PIC X(9) VALUE "CAJ0798EN".
           05  FILLER PIC X(70) VALUE
               "The amount could not be held: the joint".
           05  FILLER PIC X(9) VALUE "CAJ0799ES".
           05  FILLER PIC X(70) VALUE
               "conjunta no se captura.".
           05  FILLER PIC X(9) VALUE "CAJ0799EN".
           05  FILLER PIC X(70) VALUE
               "transaction is not captured.".
           05  FILLER PIC X(9) VALUE "CAJ0800ES".
           05  FILLER PIC X(70) VALUE
               "Error al capturar la operacion conjunta.".
           05  FILLER PIC X(9) VALUE "CAJ0800EN".
           05  FILLER PIC X(70) VALUE
               "Error capturing the joint transaction.".
           05  FILLER PIC X(9) VALUE "CAJ0801ES".
           05  FILLER PIC X(70) VALUE
               "Cuenta a la orden conjunta: la operacion".
           05  FILLER PIC X(9) VALUE "CAJ0801EN".
           05  FILLER PIC X(70) VALUE
               "Joint-order account: the transaction".
           05  FILLER PIC X(9) VALUE "CAJ0802ES".
           05  FILLER PIC X(70) VALUE
               "espera la firma del segundo titular".
           05  FILLER PIC X(9) VALUE "CAJ0802EN".
           05  FILLER PIC X(70) VALUE
               "awaits the signature of the second holder".
           05  FILLER PIC X(9) VALUE "CAJ0803ES".
           05  FILLER PIC X(70) VALUE
               "hasta el".
           05  FILLER PIC X(9) VALUE "CAJ0803EN".
           05  FILLER PIC X(70) VALUE
               "until".
           05  FILLER PIC X(9) VALUE "CAJ0804ES".
           05  FILLER PIC X(70) VALUE
               "No tiene destinos guardados.".
           05  FILLER PIC X(9) VALUE "CAJ0804EN".
           05  FILLER PIC X(70) VALUE
               "You have no saved destinations.".
           05  FILLER PIC X(9) VALUE "CAJ0805ES".
           05  FILLER PIC X(70) VALUE
               "Sus destinos guardados:".
           05  FILLER PIC X(9) VALUE "CAJ0805EN".
           05  FILLER PIC X(70) VALUE
               "Your saved destinations:".
           05  FILLER PIC X(9) VALUE "CAJ0806ES".
           05  FILLER PIC X(70) VALUE
               "CBF elegido (0 para ninguno):".
           05  FILLER PIC X(9) VALUE "CAJ0806EN".
           05  FILLER PIC X(70) VALUE
               "Chosen CBF (0 for none):".
           05  FILLER PIC X(9) VALUE "CAJ0807ES".
           05  FILLER PIC X(70) VALUE
               "Ese CBF no esta en su lista.".
           05  FILLER PIC X(9) VALUE "CAJ0807EN".
           05  FILLER PIC X(70) VALUE
               "That CBF is not in your list.".
           05  FILLER PIC X(9) VALUE "CAJ0808ES".
           05  FILLER PIC X(70) VALUE
               "ERROR AL ABRIR ARCHIVO. STATUS =".
           05  FILLER PIC X(9) VALUE "CAJ0808EN".
           05  FILLER PIC X(70) VALUE
               "ERROR OPENING FILE. STATUS =".
           05  FILLER PIC X(9) VALUE "CAJ0809ES".
           05  FILLER PIC X(70) VALUE
               "Transacciones para CBF:".
           05  FILLER PIC X(9) VALUE "CAJ0809EN".
           05  FILLER PIC X(70) VALUE
               "Transactions for CBF:".
           05  FILLER PIC X(9) VALUE "CAJ0810ES".
           05  FILLER PIC X(70) VALUE
               "KEY:".
           05  FILLER PIC X(9) VALUE "CAJ0810EN".
           05  FILLER PIC X(70) VALUE
               "KEY:".
           05  FILLER PIC X(9) VALUE "CAJ0811ES".
           05  FILLER PIC X(70) VALUE
               "CBF:".
           05  FILLER PIC X(9) VALUE "CAJ0811EN".
           05  FILLER PIC X(70) VALUE
               "CBF:".
           05  FILLER PIC X(9) VALUE "CAJ0812ES".
           05  FILLER PIC X(70) VALUE
               "DESC:".
           05  FILLER PIC X(9) VALUE "CAJ0812EN".
           05  FILLER PIC X(70) VALUE
               "DESC:".
           05  FILLER PIC X(9) VALUE "CAJ0813ES".
           05  FILLER PIC X(70) VALUE
               "IMPORTE: $".
           05  FILLER PIC X(9) VALUE "CAJ0813EN".
           05  FILLER PIC X(70) VALUE
               "AMOUNT: $".
           05  FILLER PIC X(9) VALUE "CAJ0814ES".
           05  FILLER PIC X(70) VALUE
               "FECHA:".
           05  FILLER PIC X(9) VALUE "CAJ0814EN".
           05  FILLER PIC X(70) VALUE
               "DATE:".
           05  FILLER PIC X(9) VALUE "CAJ0815ES".
           05  FILLER PIC X(70) VALUE
               "HORA:".
           05  FILLER PIC X(9) VALUE "CAJ0815EN".
           05  FILLER PIC X(70) VALUE
               "TIME:".
           05  FILLER PIC X(9) VALUE "CAJ0816ES".
           05  FILLER PIC X(70) VALUE
               "SUCURSAL:".
           05  FILLER PIC X(9) VALUE "CAJ0816EN".
           05  FILLER PIC X(70) VALUE
               "BRANCH:".
           05  FILLER PIC X(9) VALUE "CAJ0817ES".
           05  FILLER PIC X(70) VALUE
               "MEMO:".
           05  FILLER PIC X(9) VALUE "CAJ0817EN".
           05  FILLER PIC X(70) VALUE
               "MEMO:".
           05  FILLER PIC X(9) VALUE "CAJ0818ES".
           05  FILLER PIC X(70) VALUE
               "No se encontraron transacciones".
           05  FILLER PIC X(9) VALUE "CAJ0818EN".
           05  FILLER PIC X(70) VALUE
               "No transactions found".
           05  FILLER PIC X(9) VALUE "CAJ0819ES".
           05  FILLER PIC X(70) VALUE
               "No tiene plazos fijos vigentes.".
           05  FILLER PIC X(9) VALUE "CAJ0819EN".
           05  FILLER PIC X(70) VALUE
               "You have no active fixed-term deposits.".
           05  FILLER PIC X(9) VALUE "CAJ0820ES".
           05  FILLER PIC X(70) VALUE
               "Timestamp del certificado a precancelar".
           05  FILLER PIC X(9) VALUE "CAJ0820EN".
           05  FILLER PIC X(70) VALUE
               "Timestamp of the certificate to cancel early".
           05  FILLER PIC X(9) VALUE "CAJ0821ES".
           05  FILLER PIC X(70) VALUE
               " dias  vto".
           05  FILLER PIC X(9) VALUE "CAJ0821EN".
           05  FILLER PIC X(70) VALUE
               " days  due".
           05  FILLER PIC X(9) VALUE "CAJ0822ES".
           05  FILLER PIC X(70) VALUE
               "No existe ese certificado.".
           05  FILLER PIC X(9) VALUE "CAJ0822EN".
           05  FILLER PIC X(70) VALUE
               "That certificate does not exist.".
           05  FILLER PIC X(9) VALUE "CAJ0823ES".
           05  FILLER PIC X(70) VALUE
               "El certificado no esta vigente.".
           05  FILLER PIC X(9) VALUE "CAJ0823EN".
           05  FILLER PIC X(70) VALUE
               "The certificate is not active.".
           05  FILLER PIC X(9) VALUE "CAJ0824ES".
           05  FILLER PIC X(35) VALUE
               "El certificado esta prendado en gar".
           05  FILLER PIC X(35) VALUE
               "antia de un prestamo.".
           05  FILLER PIC X(9) VALUE "CAJ0824EN".
           05  FILLER PIC X(70) VALUE
               "The certificate is pledged as collateral for a loan.".
           05  FILLER PIC X(9) VALUE "CAJ0825ES".
           05  FILLER PIC X(70) VALUE
               "Todavia no cumplio la permanencia minima de".
           05  FILLER PIC X(9) VALUE "CAJ0825EN".
           05  FILLER PIC X(70) VALUE
               "The minimum holding period has not been met:".
           05  FILLER PIC X(9) VALUE "CAJ0826ES".
           05  FILLER PIC X(70) VALUE
               "Interes a tasa de penalidad: $".
           05  FILLER PIC X(9) VALUE "CAJ0826EN".
           05  FILLER PIC X(70) VALUE
               "Interest at penalty rate: $".
           05  FILLER PIC X(9) VALUE "CAJ0827ES".
           05  FILLER PIC X(70) VALUE
               "Total a acreditar:           $".
           05  FILLER PIC X(9) VALUE "CAJ0827EN".
           05  FILLER PIC X(70) VALUE
               "Total to credit:          $".
           05  FILLER PIC X(9) VALUE "CAJ0828ES".
           05  FILLER PIC X(70) VALUE
               "No se pudo acreditar la precancelacion.".
           05  FILLER PIC X(9) VALUE "CAJ0828EN".
           05  FILLER PIC X(70) VALUE
               "The early cancellation could not be credited.".
           05  FILLER PIC X(9) VALUE "CAJ0829ES".
           05  FILLER PIC X(70) VALUE
               "Plazo fijo precancelado.".
           05  FILLER PIC X(9) VALUE "CAJ0829EN".
           05  FILLER PIC X(70) VALUE
               "Fixed-term deposit cancelled early.".
           05  FILLER PIC X(9) VALUE "CAJ0830ES".
           05  FILLER PIC X(70) VALUE
               "Importe aproximado a rescatar".
           05  FILLER PIC X(9) VALUE "CAJ0830EN".
           05  FILLER PIC X(70) VALUE
               "Approximate amount to redeem".
           05  FILLER PIC X(9) VALUE "CAJ0831ES".
           05  FILLER PIC X(70) VALUE
               "A VALUAR".
           05  FILLER PIC X(9) VALUE "CAJ0831EN".
           05  FILLER PIC X(70) VALUE
               "TO VALUE".
           05  FILLER PIC X(9) VALUE "CAJ0832ES".
           05  FILLER PIC X(70) VALUE
               "A ACREDITAR".
           05  FILLER PIC X(9) VALUE "CAJ0832EN".
           05  FILLER PIC X(70) VALUE
               "TO CREDIT".
           05  FILLER PIC X(9) VALUE "CAJ0833ES".
           05  FILLER PIC X(70) VALUE
               "EN CARTERA".
           05  FILLER PIC X(9) VALUE "CAJ0833EN".
           05  FILLER PIC X(70) VALUE
               "HELD".
           05  FILLER PIC X(9) VALUE "CAJ0834ES".
           05  FILLER PIC X(70) VALUE
               "DEPOSITADO".
           05  FILLER PIC X(9) VALUE "CAJ0834EN".
           05  FILLER PIC X(70) VALUE
               "DEPOSITED".
           05  FILLER PIC X(9) VALUE "CAJ0835ES".
           05  FILLER PIC X(70) VALUE
               "REPUDIADO".
           05  FILLER PIC X(9) VALUE "CAJ0835EN".
           05  FILLER PIC X(70) VALUE
               "REPUDIATED".
           05  FILLER PIC X(9) VALUE "CAJ0836ES".
           05  FILLER PIC X(70) VALUE
               "PAGADO".
           05  FILLER PIC X(9) VALUE "CAJ0836EN".
           05  FILLER PIC X(70) VALUE
               "PAID".
           05  FILLER PIC X(9) VALUE "CAJ0837ES".
           05  FILLER PIC X(70) VALUE
               "RECHAZADO".
           05  FILLER PIC X(9) VALUE "CAJ0837EN".
           05  FILLER PIC X(70) VALUE
               "REJECTED".
           05  FILLER PIC X(9) VALUE "CAJ0838ES".
           05  FILLER PIC X(70) VALUE
               " a las".
           05  FILLER PIC X(9) VALUE "CAJ0838EN".
           05  FILLER PIC X(70) VALUE
               " at".
           05  FILLER PIC X(9) VALUE "CAJ0839ES".
           05  FILLER PIC X(70) VALUE
               "Compra de bienes".
           05  FILLER PIC X(9) VALUE "CAJ0839EN".
           05  FILLER PIC X(70) VALUE
               "Purchase of goods".
           05  FILLER PIC X(9) VALUE "CAJ0840ES".
           05  FILLER PIC X(70) VALUE
               "Pago de servicios".
           05  FILLER PIC X(9) VALUE "CAJ0840EN".
           05  FILLER PIC X(70) VALUE
               "Payment for services".
           05  FILLER PIC X(9) VALUE "CAJ0841ES".
           05  FILLER PIC X(70) VALUE
               "Pago a proveedores".
           05  FILLER PIC X(9) VALUE "CAJ0841EN".
           05  FILLER PIC X(70) VALUE
               "Payment to suppliers".
           05  FILLER PIC X(9) VALUE "CAJ0842ES".
           05  FILLER PIC X(70) VALUE
               "Sueldos".
           05  FILLER PIC X(9) VALUE "CAJ0842EN".
           05  FILLER PIC X(70) VALUE
               "Salaries".
           05  FILLER PIC X(9) VALUE "CAJ0843ES".
           05  FILLER PIC X(70) VALUE
               "Ayuda familiar".
           05  FILLER PIC X(9) VALUE "CAJ0843EN".
           05  FILLER PIC X(70) VALUE
               "Family support".
           05  FILLER PIC X(9) VALUE "CAJ0844ES".
           05  FILLER PIC X(70) VALUE
               "Gastos de educacion".
           05  FILLER PIC X(9) VALUE "CAJ0844EN".
           05  FILLER PIC X(70) VALUE
               "Education expenses".
           05  FILLER PIC X(9) VALUE "CAJ0845ES".
           05  FILLER PIC X(70) VALUE
               "Gastos medicos".
           05  FILLER PIC X(9) VALUE "CAJ0845EN".
           05  FILLER PIC X(70) VALUE
               "Medical expenses".
           05  FILLER PIC X(9) VALUE "CAJ0846ES".
           05  FILLER PIC X(70) VALUE
               "Entre empresas del grupo".
           05  FILLER PIC X(9) VALUE "CAJ0846EN".
           05  FILLER PIC X(70) VALUE
               "Between group companies".
           05  FILLER PIC X(9) VALUE "CAJ0847ES".
           05  FILLER PIC X(35) VALUE
               "Esta operacion no admite centavos: ".
           05  FILLER PIC X(35) VALUE
               "ingrese un importe entero.".
           05  FILLER PIC X(9) VALUE "CAJ0847EN".
           05  FILLER PIC X(35) VALUE
               "This transaction does not accept ce".
           05  FILLER PIC X(35) VALUE
               "nts: enter a whole amount.".
           05  FILLER PIC X(9) VALUE "CAJ0848ES".
           05  FILLER PIC X(70) VALUE
               "Su tutor autorizo la operacion".
           05  FILLER PIC X(9) VALUE "CAJ0848EN".
           05  FILLER PIC X(70) VALUE
               "Your guardian authorized the transaction".
           05  FILLER PIC X(9) VALUE "CAJ0849ES".
           05  FILLER PIC X(70) VALUE
               "Ya puede repetir la operacion pedida.".
           05  FILLER PIC X(9) VALUE "CAJ0849EN".
           05  FILLER PIC X(70) VALUE
               "You can now repeat the requested transaction.".
           05  FILLER PIC X(9) VALUE "CAJ0850ES".
           05  FILLER PIC X(70) VALUE
               "Su tutor rechazo la operacion".
           05  FILLER PIC X(9) VALUE "CAJ0850EN".
           05  FILLER PIC X(70) VALUE
               "Your guardian rejected the transaction".
           05  FILLER PIC X(9) VALUE "CAJ0851ES".
           05  FILLER PIC X(70) VALUE
               "La operacion pedida no fue autorizada.".
           05  FILLER PIC X(9) VALUE "CAJ0851EN".
           05  FILLER PIC X(70) VALUE
               "The requested transaction was not authorized.".
           05  FILLER PIC X(9) VALUE "CAJ0852ES".
           05  FILLER PIC X(70) VALUE
               "Su pedido de cobro vencio".
           05  FILLER PIC X(9) VALUE "CAJ0852EN".
           05  FILLER PIC X(70) VALUE
               "Your payment request expired".
           05  FILLER PIC X(9) VALUE "CAJ0853ES".
           05  FILLER PIC X(70) VALUE
               "El pedido vencio sin respuesta del pagador.".
           05  FILLER PIC X(9) VALUE "CAJ0853EN".
           05  FILLER PIC X(70) VALUE
               "The request expired without a response from the payer.".
           05  FILLER PIC X(9) VALUE "CAJ0854ES".
           05  FILLER PIC X(70) VALUE
               "Su pedido de cobro fue pagado".
           05  FILLER PIC X(9) VALUE "CAJ0854EN".
           05  FILLER PIC X(70) VALUE
               "Your payment request was paid".
           05  FILLER PIC X(9) VALUE "CAJ0855ES".
           05  FILLER PIC X(70) VALUE
               "El importe pedido ya esta en su cuenta.".
           05  FILLER PIC X(9) VALUE "CAJ0855EN".
           05  FILLER PIC X(70) VALUE
               "The requested amount is already in your account.".
           05  FILLER PIC X(9) VALUE "CAJ0856ES".
           05  FILLER PIC X(70) VALUE
               "Su pedido de cobro fue rechazado".
           05  FILLER PIC X(9) VALUE "CAJ0856EN".
           05  FILLER PIC X(70) VALUE
               "Your payment request was rejected".
           05  FILLER PIC X(9) VALUE "CAJ0857ES".
           05  FILLER PIC X(70) VALUE
               "El pagador rechazo el pedido de cobro.".
           05  FILLER PIC X(9) VALUE "CAJ0857EN".
           05  FILLER PIC X(70) VALUE
               "The payer rejected the payment request.".
           05  FILLER PIC X(9) VALUE "CAJ0858ES".
           05  FILLER PIC X(70) VALUE
               "Pedido de suba de tope de extraccion".
           05  FILLER PIC X(9) VALUE "CAJ0858EN".
           05  FILLER PIC X(70) VALUE
               "Withdrawal limit increase request".
           05  FILLER PIC X(9) VALUE "REC-D  ES".
           05  FILLER PIC X(70) VALUE
               "Deposito".
           05  FILLER PIC X(9) VALUE "REC-D  EN".
           05  FILLER PIC X(70) VALUE
               "Deposit".
           05  FILLER PIC X(9) VALUE "REC-E  ES".
           05  FILLER PIC X(70) VALUE
               "Extraccion".
           05  FILLER PIC X(9) VALUE "REC-E  EN".
           05  FILLER PIC X(70) VALUE
               "Withdrawal".
           05  FILLER PIC X(9) VALUE "REC-T  ES".
           05  FILLER PIC X(70) VALUE
               "Transferencia".
           05  FILLER PIC X(9) VALUE "REC-T  EN".
           05  FILLER PIC X(70) VALUE
               "Transfer".
           05  FILLER PIC X(9) VALUE "REC-I  ES".
           05  FILLER PIC X(70) VALUE
               "Interes".
           05  FILLER PIC X(9) VALUE "REC-I  EN".
           05  FILLER PIC X(70) VALUE
               "Interest".
           05  FILLER PIC X(9) VALUE "REC-R  ES".
           05  FILLER PIC X(70) VALUE
               "Reverso".
           05  FILLER PIC X(9) VALUE "REC-R  EN".
           05  FILLER PIC X(70) VALUE
               "Reversal".
           05  FILLER PIC X(9) VALUE "REC-F  ES".
           05  FILLER PIC X(70) VALUE
               "Comision".
           05  FILLER PIC X(9) VALUE "REC-F  EN".
           05  FILLER PIC X(70) VALUE
               "Fee".
           05  FILLER PIC X(9) VALUE "REC-C  ES".
           05  FILLER PIC X(70) VALUE
               "Cheque".
           05  FILLER PIC X(9) VALUE "REC-C  EN".
           05  FILLER PIC X(70) VALUE
               "Cheque".
           05  FILLER PIC X(9) VALUE "REC-W  ES".
           05  FILLER PIC X(70) VALUE
               "Retencion".
           05  FILLER PIC X(9) VALUE "REC-W  EN".
           05  FILLER PIC X(70) VALUE
               "Withholding".
           05  FILLER PIC X(9) VALUE "REC-J  ES".
           05  FILLER PIC X(70) VALUE
               "Interes deudor".
           05  FILLER PIC X(9) VALUE "REC-J  EN".
           05  FILLER PIC X(70) VALUE
               "Overdraft interest".
           05  FILLER PIC X(9) VALUE "REC-P  ES".
           05  FILLER PIC X(70) VALUE
               "Compra con debito".
           05  FILLER PIC X(9) VALUE "REC-P  EN".
           05  FILLER PIC X(70) VALUE
               "Debit card purchase".
           05  FILLER PIC X(9) VALUE "REC-V  ES".
           05  FILLER PIC X(70) VALUE
               "Devolucion de compra".
           05  FILLER PIC X(9) VALUE "REC-V  EN".
           05  FILLER PIC X(70) VALUE
               "Purchase refund".
           05  FILLER PIC X(9) VALUE "REC-A  ES".
           05  FILLER PIC X(70) VALUE
               "Faltante de sobre".
           05  FILLER PIC X(9) VALUE "REC-A  EN".
           05  FILLER PIC X(70) VALUE
               "Envelope shortage".
           05  FILLER PIC X(9) VALUE "REC-B  ES".
           05  FILLER PIC X(70) VALUE
               "Sobrante de sobre".
           05  FILLER PIC X(9) VALUE "REC-B  EN".
           05  FILLER PIC X(70) VALUE
               "Envelope surplus".
           05  FILLER PIC X(9) VALUE "REC-X  ES".
           05  FILLER PIC X(70) VALUE
               "Impuesto deb/cred".
           05  FILLER PIC X(9) VALUE "REC-X  EN".
           05  FILLER PIC X(70) VALUE
               "Debit/credit tax".
           05  FILLER PIC X(9) VALUE "REC-G  ES".
           05  FILLER PIC X(70) VALUE
               "IVA sobre comision".
           05  FILLER PIC X(9) VALUE "REC-G  EN".
           05  FILLER PIC X(70) VALUE
               "VAT on fee".
           05  FILLER PIC X(9) VALUE "REC-K  ES".
           05  FILLER PIC X(70) VALUE
               "Recupero de castigo".
           05  FILLER PIC X(9) VALUE "REC-K  EN".
           05  FILLER PIC X(70) VALUE
               "Write-off recovery".
           05  FILLER PIC X(9) VALUE "REC-S  ES".
           05  FILLER PIC X(70) VALUE
               "Suscripcion FCI".
           05  FILLER PIC X(9) VALUE "REC-S  EN".
           05  FILLER PIC X(70) VALUE
               "Fund subscription".
           05  FILLER PIC X(9) VALUE "REC-Q  ES".
           05  FILLER PIC X(70) VALUE
               "Rescate FCI".
           05  FILLER PIC X(9) VALUE "REC-Q  EN".
           05  FILLER PIC X(70) VALUE
               "Fund redemption".
           05  FILLER PIC X(9) VALUE "REC-Y  ES".
           05  FILLER PIC X(70) VALUE
               "Prima seguro de vida".
           05  FILLER PIC X(9) VALUE "REC-Y  EN".
           05  FILLER PIC X(70) VALUE
               "Life insurance premium".
           05  FILLER PIC X(9) VALUE "REC-L  ES".
           05  FILLER PIC X(70) VALUE
               "Canje de puntos".
           05  FILLER PIC X(9) VALUE "REC-L  EN".
           05  FILLER PIC X(70) VALUE
               "Points redemption".
           05  FILLER PIC X(9) VALUE "REC-SI ES".
           05  FILLER PIC X(70) VALUE
               "Simulacion".
           05  FILLER PIC X(9) VALUE "REC-SI EN".
           05  FILLER PIC X(70) VALUE
               "Simulation".
           05  FILLER PIC X(9) VALUE "PAN0001ES".
           05  FILLER PIC X(70) VALUE
               "=====Bienvenido al Cajero=====".
           05  FILLER PIC X(9) VALUE "PAN0001EN".
           05  FILLER PIC X(70) VALUE
               "=====Welcome to the ATM=======".
           05  FILLER PIC X(9) VALUE "PAN0002ES".
           05  FILLER PIC X(70) VALUE
               "    -Gracias por elegirnos-".
           05  FILLER PIC X(9) VALUE "PAN0002EN".
           05  FILLER PIC X(70) VALUE
               "    -Thank you for choosing us-".
           05  FILLER PIC X(9) VALUE "PAN0003ES".
           05  FILLER PIC X(70) VALUE
               "# Ingrese su CBF de 6 digitos #".
           05  FILLER PIC X(9) VALUE "PAN0003EN".
           05  FILLER PIC X(70) VALUE
               "# Enter your 6-digit CBF      #".
           05  FILLER PIC X(9) VALUE "PAN0004ES".
           05  FILLER PIC X(70) VALUE
               "// Por favor, elija una opcion \\".
           05  FILLER PIC X(9) VALUE "PAN0004EN".
           05  FILLER PIC X(70) VALUE
               "// Please choose an option     \\".
           05  FILLER PIC X(9) VALUE "PAN0005ES".
           05  FILLER PIC X(70) VALUE
               "1.Saldo".
           05  FILLER PIC X(9) VALUE "PAN0005EN".
           05  FILLER PIC X(70) VALUE
               "1.Balance".
           05  FILLER PIC X(9) VALUE "PAN0006ES".
           05  FILLER PIC X(70) VALUE
               "2.Transferencia".
           05  FILLER PIC X(9) VALUE "PAN0006EN".
           05  FILLER PIC X(70) VALUE
               "2.Transfer".
           05  FILLER PIC X(9) VALUE "PAN0007ES".
           05  FILLER PIC X(70) VALUE
               "3.Deposito".
           05  FILLER PIC X(9) VALUE "PAN0007EN".
           05  FILLER PIC X(70) VALUE
               "3.Deposit".
           05  FILLER PIC X(9) VALUE "PAN0008ES".
           05  FILLER PIC X(70) VALUE
               "4.Extraccion".
           05  FILLER PIC X(9) VALUE "PAN0008EN".
           05  FILLER PIC X(70) VALUE
               "4.Withdrawal".
           05  FILLER PIC X(9) VALUE "PAN0009ES".
           05  FILLER PIC X(70) VALUE
               "5.Ultimos Movimientos".
           05  FILLER PIC X(9) VALUE "PAN0009EN".
           05  FILLER PIC X(70) VALUE
               "5.Recent Transactions".
           05  FILLER PIC X(9) VALUE "PAN0010ES".
           05  FILLER PIC X(70) VALUE
               "6.Ver transacciones".
           05  FILLER PIC X(9) VALUE "PAN0010EN".
           05  FILLER PIC X(70) VALUE
               "6.View transactions".
           05  FILLER PIC X(9) VALUE "PAN0011ES".
           05  FILLER PIC X(70) VALUE
               "7.Salir".
           05  FILLER PIC X(9) VALUE "PAN0011EN".
           05  FILLER PIC X(70) VALUE
               "7.Exit".
           05  FILLER PIC X(9) VALUE "PAN0012ES".
           05  FILLER PIC X(70) VALUE
               "Su opcion: ".
           05  FILLER PIC X(9) VALUE "PAN0012EN".
           05  FILLER PIC X(70) VALUE
               "Option:    ".
           05  FILLER PIC X(9) VALUE "PAN0013ES".
           05  FILLER PIC X(70) VALUE
               "ERROR: Debe ingresar 6 digitos numericos".
           05  FILLER PIC X(9) VALUE "PAN0013EN".
           05  FILLER PIC X(70) VALUE
               "ERROR: You must enter 6 numeric digits".
           05  FILLER PIC X(9) VALUE "PAN0014ES".
           05  FILLER PIC X(70) VALUE
               "Opcion invalida".
           05  FILLER PIC X(9) VALUE "PAN0014EN".
           05  FILLER PIC X(70) VALUE
               "Invalid option".
           05  FILLER PIC X(9) VALUE "PAN0015ES".
           05  FILLER PIC X(70) VALUE
               "Su saldo actual es de: ".
           05  FILLER PIC X(9) VALUE "PAN0015EN".
           05  FILLER PIC X(70) VALUE
               "Your current balance is: ".
           05  FILLER PIC X(9) VALUE "PAN0016ES".
           05  FILLER PIC X(70) VALUE
               "1.Enviar por e-mail".
           05  FILLER PIC X(9) VALUE "PAN0016EN".
           05  FILLER PIC X(70) VALUE
               "1.Send by e-mail".
           05  FILLER PIC X(9) VALUE "PAN0017ES".
           05  FILLER PIC X(70) VALUE
               "2.Volver a pantalla de operaciones".
           05  FILLER PIC X(9) VALUE "PAN0017EN".
           05  FILLER PIC X(70) VALUE
               "2.Back to the operations screen".
           05  FILLER PIC X(9) VALUE "PAN0018ES".
           05  FILLER PIC X(70) VALUE
               "Enviando por e-mail...".
           05  FILLER PIC X(9) VALUE "PAN0018EN".
           05  FILLER PIC X(70) VALUE
               "Sending by e-mail...".
           05  FILLER PIC X(9) VALUE "PAN0019ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese el CBF destino:".
           05  FILLER PIC X(9) VALUE "PAN0019EN".
           05  FILLER PIC X(70) VALUE
               "Enter the destination CBF:".
           05  FILLER PIC X(9) VALUE "PAN0020ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese monto a transferir:".
           05  FILLER PIC X(9) VALUE "PAN0020EN".
           05  FILLER PIC X(70) VALUE
               "Enter the amount to transfer:".
           05  FILLER PIC X(9) VALUE "PAN0021ES".
           05  FILLER PIC X(70) VALUE
               "Fondos insuficientes. Operacion cancelada.".
           05  FILLER PIC X(9) VALUE "PAN0021EN".
           05  FILLER PIC X(70) VALUE
               "Insufficient funds. Operation cancelled.".
           05  FILLER PIC X(9) VALUE "PAN0022ES".
           05  FILLER PIC X(70) VALUE
               "Trasferencia exitosa de $".
           05  FILLER PIC X(9) VALUE "PAN0022EN".
           05  FILLER PIC X(70) VALUE
               "Successful transfer of $".
           05  FILLER PIC X(9) VALUE "PAN0023ES".
           05  FILLER PIC X(70) VALUE
               "Su nuevo saldo es de: $".
           05  FILLER PIC X(9) VALUE "PAN0023EN".
           05  FILLER PIC X(70) VALUE
               "Your new balance is: $".
           05  FILLER PIC X(9) VALUE "PAN0024ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese monto a depositar:".
           05  FILLER PIC X(9) VALUE "PAN0024EN".
           05  FILLER PIC X(70) VALUE
               "Enter the amount to deposit:".
           05  FILLER PIC X(9) VALUE "PAN0025ES".
           05  FILLER PIC X(70) VALUE
               "1. Confirmar Deposito".
           05  FILLER PIC X(9) VALUE "PAN0025EN".
           05  FILLER PIC X(70) VALUE
               "1. Confirm Deposit".
           05  FILLER PIC X(9) VALUE "PAN0026ES".
           05  FILLER PIC X(70) VALUE
               "2. Volver a pantalla de operaciones".
           05  FILLER PIC X(9) VALUE "PAN0026EN".
           05  FILLER PIC X(70) VALUE
               "2. Back to the operations screen".
           05  FILLER PIC X(9) VALUE "PAN0027ES".
           05  FILLER PIC X(70) VALUE
               "Deposito confirmado por $".
           05  FILLER PIC X(9) VALUE "PAN0027EN".
           05  FILLER PIC X(70) VALUE
               "Deposit confirmed for $".
           05  FILLER PIC X(9) VALUE "PAN0028ES".
           05  FILLER PIC X(70) VALUE
               "Su saldo actual es de: $".
           05  FILLER PIC X(9) VALUE "PAN0028EN".
           05  FILLER PIC X(70) VALUE
               "Your current balance is: $".
           05  FILLER PIC X(9) VALUE "PAN0029ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese monto a extraer:".
           05  FILLER PIC X(9) VALUE "PAN0029EN".
           05  FILLER PIC X(70) VALUE
               "Enter the amount to withdraw:".
           05  FILLER PIC X(9) VALUE "PAN0030ES".
           05  FILLER PIC X(70) VALUE
               "Fondos insuficientes. Ingrese otro monto.".
           05  FILLER PIC X(9) VALUE "PAN0030EN".
           05  FILLER PIC X(70) VALUE
               "Insufficient funds. Enter another amount.".
           05  FILLER PIC X(9) VALUE "PAN0031ES".
           05  FILLER PIC X(70) VALUE
               "Supera el tope permitido ($".
           05  FILLER PIC X(9) VALUE "PAN0031EN".
           05  FILLER PIC X(70) VALUE
               "Exceeds the allowed limit ($".
           05  FILLER PIC X(9) VALUE "PAN0032ES".
           05  FILLER PIC X(70) VALUE
               "Ingrese un monto menor, apriete ENTER.".
           05  FILLER PIC X(9) VALUE "PAN0032EN".
           05  FILLER PIC X(70) VALUE
               "Enter a lower amount, press ENTER.".
           05  FILLER PIC X(9) VALUE "PAN0033ES".
           05  FILLER PIC X(70) VALUE
               "1. Confirmar Extraccion".
           05  FILLER PIC X(9) VALUE "PAN0033EN".
           05  FILLER PIC X(70) VALUE
               "1. Confirm Withdrawal".
           05  FILLER PIC X(9) VALUE "PAN0034ES".
           05  FILLER PIC X(70) VALUE
               "Extraccion exitosa de $".
           05  FILLER PIC X(9) VALUE "PAN0034EN".
           05  FILLER PIC X(70) VALUE
               "Successful withdrawal of $".
           05  FILLER PIC X(9) VALUE "PAN0035ES".
           05  FILLER PIC X(70) VALUE
               "Saldo restante: $".
           05  FILLER PIC X(9) VALUE "PAN0035EN".
           05  FILLER PIC X(70) VALUE
               "Remaining balance: $".
           05  FILLER PIC X(9) VALUE "PAN0036ES".
           05  FILLER PIC X(70) VALUE
               "Opcion invalida.".
           05  FILLER PIC X(9) VALUE "PAN0036EN".
           05  FILLER PIC X(70) VALUE
               "Invalid option.".
           05  FILLER PIC X(9) VALUE "PAN0037ES".
           05  FILLER PIC X(70) VALUE
               "====== Ultimos Movimientos ======".
           05  FILLER PIC X(9) VALUE "PAN0037EN".
           05  FILLER PIC X(70) VALUE
               "====== Recent Transactions ======".
           05  FILLER PIC X(9) VALUE "PAN0038ES".
           05  FILLER PIC X(70) VALUE
               " por $".
           05  FILLER PIC X(9) VALUE "PAN0038EN".
           05  FILLER PIC X(70) VALUE
               " for $".
           05  FILLER PIC X(9) VALUE "PAN0039ES".
           05  FILLER PIC X(70) VALUE
               "1. Enviar por e-mail".
           05  FILLER PIC X(9) VALUE "PAN0039EN".
           05  FILLER PIC X(70) VALUE
               "1. Send by e-mail".
           05  FILLER PIC X(9) VALUE "PAN0040ES".
           05  FILLER PIC X(70) VALUE
               "Enviando ultimos movimientos por email".
           05  FILLER PIC X(9) VALUE "PAN0040EN".
           05  FILLER PIC X(70) VALUE
               "Sending recent transactions by email".
       01  MSG-BASE REDEFINES MSG-BASE-VALORES.
           05  MSG-BASE-DEF OCCURS 1838 TIMES.
               10  MSG-BASE-ID          PIC X(7).
               10  MSG-BASE-IDIOMA      PIC X(2).
               10  MSG-BASE-TEXTO       PIC X(70).
       01  MSG-CANT-BASE               PIC 9(4) VALUE 1838.
