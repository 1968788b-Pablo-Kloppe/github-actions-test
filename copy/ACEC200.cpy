      *     ALMACEN DE MANTENIMIENTOS PENDIENTES DE APROBACION         *
      *     (DOBLE CONTROL). OPCIONES:                                 *
      *       1 = ALTA DE PENDIENTE (DEVUELVE E200-NUM-PENDING)        *
      *       2 = BAJA SIN DECISION (PENDIENTE TRASLADADO A OTRA       *
      *           ENTIDAD, P.EJ. EN UNA FUSION)                        *
      *       4 = CONSULTA DE PENDIENTE                                *
      *       5 = CIERRE APROBADO (BORRA EL PENDIENTE)                 *
      *       6 = CIERRE RECHAZADO (BORRA EL PENDIENTE)                *
      *       7 = RECORRIDO DE LOS PENDIENTES DE E200-ENT POSTERIORES  *
      *           A E200-NUM-PENDING (CERO = DESDE EL PRIMERO);        *
      *           E200-FLG-FOUND = 'S' SI DEVUELVE UNO                 *
      *     E200-IMAGE GUARDA LA IMAGEN ACNC003 COMPLETA TAL CUAL SE   *
      *     CAPTURO, PARA APLICARLA SIN RETECLEO AL APROBARSE.         *
      *     E200-FLG-FOUND VA AL FINAL DEL AREA PARA NO DESPLAZAR LOS  *
      *     CAMPOS DE LOS LLAMADORES YA DESPLEGADOS.                   *
      *     COPY OF THE AC8C200S ROUTINE COMMAREA                      *
      *     STORE OF MAINTENANCE PENDING APPROVAL (DUAL CONTROL).      *
      *     OPTIONS:                                                   *
      *       1 = PARK PENDING (RETURNS E200-NUM-PENDING)              *
      *       2 = REMOVE WITHOUT DECISION (PENDING MOVED TO ANOTHER    *
      *           ENTITY, E.G. ON A MERGER)                            *
      *       4 = INQUIRE PENDING                                      *
      *       5 = CLOSE APPROVED (DELETES THE PENDING ENTRY)           *
      *       6 = CLOSE REJECTED (DELETES THE PENDING ENTRY)           *
      *       7 = BROWSE THE PENDING ENTRIES OF E200-ENT AFTER         *
      *           E200-NUM-PENDING (ZERO = FROM THE FIRST);            *
      *           E200-FLG-FOUND = 'S' WHEN ONE IS RETURNED            *
      *     E200-IMAGE HOLDS THE FULL ACNC003 IMAGE AS CAPTURED, SO    *
      *     IT CAN BE APPLIED WITHOUT RE-KEYING ON APPROVAL.           *
      *     E200-FLG-FOUND SITS AT THE END OF THE AREA SO THE FIELDS   *
      *     OF ALREADY-DEPLOYED CALLERS KEEP THEIR OFFSETS.            *
      ******************************************************************
       05  ACEC200.
           10  E200-OPTION                  PIC X(01).
           10  E200-DAT-DECIDE              PIC X(10).
           10  E200-STATUS                  PIC X(01).
           10  E200-IMAGE                   PIC X(752).
           10  E200-FLG-FOUND               PIC X(01).
