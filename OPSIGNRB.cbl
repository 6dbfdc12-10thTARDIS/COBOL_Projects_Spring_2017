      * ANSWER CODES.  THE TABLE LOADS ON THE FIRST CALL AND STAYS
      * UP FOR THE REST OF THE RUN, DATESRVRB STYLE.
      *
      * THE FILE IS KEPT BY AUTHMNRB, WHICH STAMPS EACH ROW WITH THE
      * USER'S NAME AND DEPARTMENT, WHO GRANTED IT AND WHEN, AN
      * OPTIONAL EXPIRY DATE AND A STATUS.  A REVOKED ROW, OR ONE
      * WHOSE EXPIRY DATE HAS COME, AUTHORIZES NOTHING - IT STAYS ON
      * THE FILE ONLY AS THE RECORD OF WHAT WAS ONCE GRANTED.  ROWS
      * KEYED BY HAND BEFORE THOSE FIELDS EXISTED READ IN BLANK AND
      * ARE ACTIVE WITH NO EXPIRY.
      *
      * WHEN A BANK ACCOUNT CHANGES THE NIGHT BEFORE A PAYROLL,
      * "WHO" IS THE FIRST QUESTION - THIS IS WHERE THE ANSWER
      * STARTS.
           05  USR-ID                   PIC X(08).
           05  FILLER                   PIC X(01).
           05  USR-PROGRAM              PIC X(08).
           05  FILLER                   PIC X(01).
           05  USR-FULL-NAME            PIC X(30).
           05  USR-DEPT                 PIC X(04).
           05  USR-EMP-NUMBER           PIC X(06).
           05  USR-GRANTED-BY           PIC X(08).
           05  USR-GRANTED-DATE         PIC X(08).
           05  USR-EXPIRE-DATE          PIC X(08).
           05  USR-STATUS               PIC X(01).
               88 USR-ACTIVE               VALUE " " "A".
               88 USR-REVOKED              VALUE "R".
           05  USR-STATUS-BY            PIC X(08).
           05  USR-STATUS-DATE          PIC X(08).

       WORKING-STORAGE SECTION.
        01 WS-USER-AUTH-PATH            PIC X(80)
              10 TABLE-AUTH-USER        PIC X(08).
              10 TABLE-AUTH-PROGRAM     PIC X(08).
        01 WS-CALLER-USER               PIC X(08) VALUE SPACES.
        01 WS-RUN-DATE                  PIC X(08).
        01 WS-TODAY                     PIC X(08).
        01 WS-UNATTENDED-SW             PIC X(01) VALUE SPACES.
           88 RUN-IS-UNATTENDED            VALUE "Y".

           IF WS-ENV-PATH-OVERRIDE NOT = SPACES
              MOVE WS-ENV-PATH-OVERRIDE TO WS-USER-AUTH-PATH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE "20"              TO WS-TODAY (1:2).
           MOVE WS-RUN-DATE (1:6) TO WS-TODAY (3:6).
           OPEN INPUT USER-AUTH-FILE.
           IF NOT USER-AUTH-SUCCESSFUL
              SET AUTH-FILE-MISSING TO TRUE
                    AT END
                       SET END-OF-USER-AUTH TO TRUE
                    NOT AT END
      * AN EXPIRY DATE IS THE FIRST DAY THE GRANT NO LONGER WORKS:
                       IF USR-ID NOT = SPACES
                          AND USR-ACTIVE
                          AND (USR-EXPIRE-DATE = SPACES
                               OR USR-EXPIRE-DATE = ZEROS
                               OR USR-EXPIRE-DATE > WS-TODAY)
                          AND WS-AUTH-COUNT < 500
                          ADD 1 TO WS-AUTH-COUNT
                          MOVE USR-ID TO
