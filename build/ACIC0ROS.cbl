      *    GOODEXT          E     EXTRACTO SECUENCIAL DE BIENES        *
      *    STALSRT          S     EXTRACTO ORDENADO (TRABAJO)          *
      *    STALERPT         S     INFORME DE VALORACIONES ANTIGUAS     *
      *    APPSEL           S     SELECCION DE BIENES A TASAR          *
      *A.OR.E                                                          *
      *                                                                *
      *B.OR.S                                                          *
      *    GOODEXT          I     SEQUENTIAL EXTRACT OF GOODS          *
      *    STALSRT          O     SORTED EXTRACT (WORK)                *
      *    STALERPT         O     STALE VALUATION REPORT               *
      *    APPSEL           O     SELECTION OF GOODS TO APPRAISE       *
      *B.OR.E                                                          *
      ******************************************************************
      *                       MODIFICATIONS LOG                        *
      ******************************************************************
      *   CODE     AUTHOR     DATE     DESCRIPTION                     *
      * ---------------------------------------------------------------*
      *  ACIR01   ALNOVA   15-10-2026  EVERY STALE GOOD IS ALSO        *
      *                                WRITTEN TO THE APPSEL SELECTION *
      *                                FILE (ACNC0040) THAT FEEDS THE  *
      *                                APPRAISAL ORDERS OF ACIC1ROS    *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT STALE-REPORT-FILE    ASSIGN TO "STALERPT"
                                        ORGANIZATION IS SEQUENTIAL.

           SELECT APPR-SELECT-FILE     ASSIGN TO "APPSEL"
                                        ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************

       01  REPORT-LINE                 PIC X(132).

       FD  APPR-SELECT-FILE
           RECORDING MODE IS F.

           COPY ACNC0040.

      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************

           OPEN INPUT  STAL-PARM-FILE
           OPEN INPUT  GOOD-SORTED-FILE
           OPEN OUTPUT STALE-REPORT-FILE
           OPEN OUTPUT APPR-SELECT-FILE.

      ******************************************************************
      *.PN                    CLOSE-FILES                              *

           CLOSE STAL-PARM-FILE
                 GOOD-SORTED-FILE
                 STALE-REPORT-FILE
                 APPR-SELECT-FILE.

      ******************************************************************
      *.PN                    READ-PARM                                *

                   PERFORM WRITE-DETAIL-LINE

                   PERFORM WRITE-APPRAISAL-SELECTION

               END-IF

           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      ******************************************************************
      *.PN                    WRITE-APPRAISAL-SELECTION                *
      *                                                                *
      *A.PR.S                                                          *
      *   - CADA BIEN LISTADO PASA TAMBIEN AL FICHERO DE SELECCION    *
      *     PARA ENCARGAR SU TASACION (ACIC1ROS). LA SOCIEDAD SE      *
      *     DEJA EN BLANCO PARA QUE SE ASIGNE POR ROTACION.           *
      *A.PR.E                                                          *
      *                                                                *
      *B.PR.S                                                          *
      *   - EVERY LISTED GOOD ALSO GOES TO THE SELECTION FILE SO ITS  *
      *     APPRAISAL CAN BE ORDERED (ACIC1ROS). THE FIRM IS LEFT     *
      *     BLANK SO IT IS ASSIGNED BY ROTATION.                      *
      *B.PR.E                                                          *
      ******************************************************************
       WRITE-APPRAISAL-SELECTION.

           INITIALIZE ACNC0040

           MOVE N003-ENT               TO N0040-ENT
           MOVE N003-NUM-GOOD          TO N0040-NUM-GOOD
           MOVE SPACES                 TO N0040-COD-FIRM
           MOVE WS-DAT-LAST-CHANGE     TO N0040-DAT-LAST-VAL
           MOVE N003-FCC-GOOD          TO N0040-FCC-GOOD
           MOVE N003-GOOD-AMT          TO N0040-GOOD-AMT

           WRITE ACNC0040.

      ******************************************************************
      *.PN                    WRITE-TYPE-SUBTOTAL                      *
      ******************************************************************
