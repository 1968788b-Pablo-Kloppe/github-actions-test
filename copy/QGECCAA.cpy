               88  CAA-SW-OPE-TYPEINQ                 VALUE '4'.
               88  CAA-SW-OPE-TYPEAPPR                VALUE '5'.
               88  CAA-SW-OPE-TYPEREJ                 VALUE '6'.
               88  CAA-SW-OPE-TYPEAPRORD              VALUE '7'.

           10  CAA-SW-ERRCOD                PIC X(07).
           10  CAA-ERR-VARIA1               PIC X(09).
