      *    whole through this conversation so nothing a rebook
      *    hand-off set (booked class, promo, open-jaw pair...)
      *    is lost on the way back into BOOK.
           05 WS-CA-EXT-TAIL.
               10 FILLER           PIC X(63) VALUE SPACES.
      *            Selling travel agency, keyed on this screen.
               10 WS-CA-AGENCY     PIC X(8) VALUE SPACES.
      *            Assistance type (SSR code) behind the Y flag.
               10 WS-CA-ASSIST-TYPE PIC X(4) VALUE SPACES.
               10 FILLER           PIC X(16) VALUE SPACES.
       01 WS-NAME-DIGITS           PIC 9(4) COMP VALUE 0.
       01 WS-I                     PIC 9(4) COMP VALUE 0.
       01 WS-NUMERIC-FOUND         PIC X VALUE 'N'.
           05 STN-UTC-SIGN             PIC X.
           05 STN-UTC-MINS             PIC 9(4).

      * Transaction authority - AUTCHK checks the signed-on
      * operator's role against the AUTHMTX matrix.
       01 WS-AUTHCHK-AREA.
           05 AT-TRAN              PIC X(4).
           05 AT-FUNC              PIC X(4).
           05 AT-DEFAULT           PIC X(8).
           05 AT-RESULT            PIC X.
               88 AT-ALLOWED       VALUE 'Y'.
               88 AT-REFUSED       VALUE 'N'.
           05 AT-USERID            PIC X(8).
           05 AT-ROLE              PIC X.
       01 WS-AUTH-RESP             PIC S9(8) COMP.
       01 WS-REFUSED-MESSAGE       PIC X(40)
           VALUE 'NOT AUTHORIZED FOR THIS TRANSACTION'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 CA-STATE             PIC X.
           05 FILLER               PIC X(16).
           05 CA-PHONE             PIC X(14).
           05 CA-EMAIL             PIC X(30).
           05 CA-EXT-TAIL.
               10 FILLER           PIC X(63).
               10 CA-AGENCY        PIC X(8).
               10 CA-ASSIST-TYPE   PIC X(4).
               10 FILLER           PIC X(16).


       PROCEDURE DIVISION USING DFHCOMMAREA.
      *                   MAIN SCREEN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE 'I' TO WS-STATE
           ELSE
               MOVE CA-STATE TO WS-STATE
      *        The tail is BOOK's, not this screen's - carry it
      *        across every send/return; only the selling agency
      *        in it is keyed here.
               MOVE CA-EXT-TAIL TO WS-CA-EXT-TAIL
           END-IF

                   MOVE CARRIERINI TO WS-CA-OPER-CARRIER
                   MOVE MEALINI TO WS-CA-MEAL
                   MOVE ASSISTINI TO WS-CA-ASSIST
                   MOVE ASTYPEINI TO WS-CA-ASSIST-TYPE
                   IF WS-CA-ASSIST-TYPE NOT = SPACES
                       MOVE 'Y' TO WS-CA-ASSIST
                   END-IF
                   MOVE GROUPINI TO WS-CA-GROUP-REF
                   MOVE AGENCYINI TO WS-CA-AGENCY
                   MOVE SEATTOGINI TO WS-CA-SEAT-TOGETHER
                   MOVE FFNUMINI TO WS-CA-FF-NUMBER
                   MOVE PTYPESI TO WS-CA-PSGR-TYPES
      * =======================================================
      *    A blank answer means no assistance is needed - only Y
      *    and N are otherwise accepted, same shape as the checked
      *    baggage questions above. The type, when keyed, is the
      *    SSR code the ground and cabin teams work from; a
      *    stretcher, oxygen or medical escort (STCR/OXYG/MEDA)
      *    opens a clearance case for the medical desk in BOOK.
       VALIDATE-ASSIST.

           IF ASSISTINI NOT = SPACES AND ASSISTINI NOT = 'Y'
              AND ASSISTINI NOT = 'N'
               MOVE 'ERROR: ASSISTANCE MUST BE Y OR N' TO MSGO
               MOVE 'N' TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           IF ASTYPEINI NOT = SPACES
              AND ASTYPEINI NOT = 'WCHR' AND ASTYPEINI NOT = 'WCHS'
              AND ASTYPEINI NOT = 'WCHC' AND ASTYPEINI NOT = 'BLND'
              AND ASTYPEINI NOT = 'DEAF' AND ASTYPEINI NOT = 'DPNA'
              AND ASTYPEINI NOT = 'MAAS' AND ASTYPEINI NOT = 'STCR'
              AND ASTYPEINI NOT = 'OXYG' AND ASTYPEINI NOT = 'MEDA'
               MOVE 'ERROR: INVALID ASSISTANCE TYPE' TO MSGO
               MOVE 'N' TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           IF ASTYPEINI NOT = SPACES AND ASSISTINI = 'N'
               MOVE 'ERROR: ASSISTANCE TYPE NEEDS ASSISTANCE Y'
                   TO MSGO
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

      * =======================================================
                       TO MSGO
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF

      *        DEADHEAD is how CRWDHD marks positioning crew and
      *        STAFFSBY how GTCLSE marks staff cleared off standby;
      *        both are left out of revenue - a sale may claim
      *        neither.
               IF GROUPINI = 'DEADHEAD'
                   MOVE 'ERROR: GROUP REFERENCE DEADHEAD IS RESERVED'
                       TO MSGO
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
               IF GROUPINI = 'STAFFSBY'
                   MOVE 'ERROR: GROUP REFERENCE STAFFSBY IS RESERVED'
                       TO MSGO
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.

      * =======================================================
           MOVE CA-MEAL TO MEALINO
           MOVE CA-ASSIST TO ASSISTINO
           MOVE CA-GROUP-REF TO GROUPINO
           MOVE CA-AGENCY TO AGENCYINO
           MOVE CA-ASSIST-TYPE TO ASTYPEINO
           MOVE CA-SEAT-TOGETHER TO SEATTOGINO
           MOVE CA-FF-NUMBER TO FFNUMINO
           MOVE CA-PSGR-TYPES TO PTYPESO
           MOVE SPACES TO MEALINI
           MOVE SPACES TO ASSISTINI
           MOVE SPACES TO GROUPINI
           MOVE SPACES TO AGENCYINI
           MOVE SPACES TO ASTYPEINI
           MOVE SPACES TO SEATTOGINI
           MOVE SPACES TO FFNUMINI
           MOVE SPACES TO PTYPESI
           MOVE 'DDMMYYYY' TO RETDTO.


      * =======================================================
      *   MAY THE SIGNED-ON OPERATOR RUN THIS TRANSACTION?
      * =======================================================
       CHECK-TRANS-AUTHORITY.
           MOVE SPACES TO AT-FUNC
           MOVE SPACES TO AT-DEFAULT
           PERFORM CALL-AUTHORITY-CHECK
           IF NOT AT-ALLOWED
               EXEC CICS
                   SEND TEXT FROM(WS-REFUSED-MESSAGE)
                        LENGTH(40)
                        ERASE
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.

      *    AT-FUNC and AT-DEFAULT are the caller's; a check that
      *    cannot be made counts as a refusal.
       CALL-AUTHORITY-CHECK.
           MOVE 'FLTS' TO AT-TRAN
           MOVE 'N' TO AT-RESULT
           EXEC CICS
               LINK PROGRAM('AUTCHK')
                    COMMAREA(WS-AUTHCHK-AREA)
                    LENGTH(26)
                    RESP(WS-AUTH-RESP)
           END-EXEC
           IF WS-AUTH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO AT-RESULT
           END-IF.

       END PROGRAM FLTS.
