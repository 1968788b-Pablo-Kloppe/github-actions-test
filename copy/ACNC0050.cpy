      ******************************************************************
      *.PN  ACNC0050                                                   *
      *     COPY DEL REGISTRO DE CORRESPONDENCIA DE LA MIGRACION POR   *
      *     FUSION DE ENTIDADES (MIGMAP). CADA LINEA LLEVA LOS BIENES  *
      *     DE UNA ENTIDAD/OFICINA ABSORBIDA A LA ENTIDAD/OFICINA QUE  *
      *     SUBSISTE. OFICINA ORIGEN EN BLANCO = EL RESTO DE OFICINAS  *
      *     DE LA ENTIDAD SIN LINEA PROPIA; OFICINA DESTINO EN BLANCO  *
      *     = EL BIEN CONSERVA SU OFICINA.                             *
      *     COPY OF THE ENTITY MERGER MIGRATION MAPPING RECORD         *
      *     (MIGMAP). EACH LINE MOVES THE GOODS OF AN ABSORBED         *
      *     ENTITY/BRANCH TO THE SURVIVING ENTITY/BRANCH. BLANK SOURCE *
      *     BRANCH = EVERY OTHER BRANCH OF THE ENTITY WITHOUT A LINE   *
      *     OF ITS OWN; BLANK TARGET BRANCH = THE GOOD KEEPS ITS       *
      *     BRANCH.                                                    *
      ******************************************************************
       01  ACNC0050.
           05  N0050-ENT-OLD                PIC X(04).
           05  N0050-BRN-OLD                PIC X(04).
           05  N0050-ENT-NEW                PIC X(04).
           05  N0050-BRN-NEW                PIC X(04).
