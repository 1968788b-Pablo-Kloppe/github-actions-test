      *     TRAZA DE AUDITORIA DE MANTENIMIENTO DE BIENES RAICES       *
      *     COPY OF THE AC8C170S ROUTINE COMMAREA                      *
      *     REAL ESTATE MAINTENANCE AUDIT TRAIL                        *
      *     E170-STP-TERMINAL 'MCPY': FILA COPIADA POR LA MIGRACION    *
      *     POR FUSION (AC2C1ROS) CON SU FECHA ORIGINAL, NO ES UN      *
      *     MOVIMIENTO NUEVO.                                          *
      *     E170-STP-TERMINAL 'MCPY': ROW COPIED BY THE MERGER         *
      *     MIGRATION (AC2C1ROS) WITH ITS ORIGINAL DATE, NOT A NEW     *
      *     MOVEMENT.                                                  *
      ******************************************************************
       05  ACEC170.
           10  E170-ENT                     PIC X(04).
