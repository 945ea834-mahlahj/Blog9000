      *>   LK-MODE 'D': delete.  Every segment for the (quote,
      *>     language) pair is removed; LK-FLAG comes back 'Y' when
      *>     any existed.
      *>   LK-MODE 'O': outward get.  As 'G', for the channels that
      *>     carry a maxim out of the building; when the site runs
      *>     with MM_XLT_STALE_FALLBACK=Y and the translation is
      *>     stale LK-FLAG comes back 'S' instead of 'Y', so the
      *>     caller serves the English until it is entered again.
      *>   LK-MODE 'S': stamp.  LK-FLAG comes back 'Y' for a current
      *>     translation, 'S' for a stale one, 'U' for one stored
      *>     before stamps were kept and 'N' for none; LK-TEXT holds
      *>     the time it was entered in (1:15), the stale flag in
      *>     (16:1) and the time it went stale in (17:15).
      *>   LK-MODE 'M': mark stale.  The English for LK-ID changed;
      *>     the translation into LK-LANG - or into every language
      *>     when LK-LANG is spaces - is stale from now.  LK-FLAG
      *>     comes back 'Y' when any translation was marked.
      *>   LK-MODE 'N': next.  Steps from the (LK-ID, LK-LANG) pair
      *>     to the next translation on file, zero and spaces to
      *>     start; LK-ID and LK-LANG come back naming it, with its
      *>     stamp as for 'S', and LK-FLAG 'E' when none is left.
      *>
      *> Each 'P' stamps its chain as entered now and current.
      *> A site that has never stored a translation simply serves
      *> every maxim in English, exactly as before.

       01 WS-SEG-EOF            PIC X VALUE 'N'.
       01 WS-TEXT-POS           PIC 9(5) COMP VALUE ZERO.
       01 WS-ANY-DELETED        PIC X VALUE 'N'.
      *> Segment 99 of every chain is its stamp, never text:
       01 WS-STAMP-SEQ          PIC 9(2) VALUE 99.
       01 WS-STALE-FALLBACK     PIC X VALUE 'N'.
       01 WS-XLT-NOW            PIC X(21) VALUE SPACES.
       01 WS-XLT-STAMP-TIME     PIC X(15) VALUE SPACES.
       01 WS-MARK-LANGS.
           05 WS-MARK-LANG      PIC X(3) OCCURS 60 TIMES.
       01 WS-MARK-COUNT         PIC 9(3) COMP VALUE ZERO.
       01 WS-MARK-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-MARK-EOF           PIC X VALUE 'N'.
       01 WS-ANY-MARKED         PIC X VALUE 'N'.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-MODE               PIC X.
            WHEN 'D'
                PERFORM 4000-DELETE-TRANSLATION
                MOVE WS-ANY-DELETED TO LK-FLAG
            WHEN 'O'
                PERFORM 2000-GET-TRANSLATION
                IF LK-FLAG = 'Y' AND WS-STALE-FALLBACK = 'Y'
                    PERFORM 5000-READ-THE-STAMP
                    IF XLT-STALE = 'Y'
                        MOVE 'S' TO LK-FLAG
                    END-IF
                END-IF
            WHEN 'S'
                PERFORM 6000-STAMP-STATUS
            WHEN 'M'
                PERFORM 7000-MARK-STALE
            WHEN 'N'
                PERFORM 8000-NEXT-TRANSLATION
            WHEN OTHER
                PERFORM 2000-GET-TRANSLATION
        END-EVALUATE.
            END-ACCEPT.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".XLT"
                DELIMITED BY SIZE INTO WS-XLT-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_XLATE' TO WS-LAYCHK-PROGRAM.
            MOVE 'XLT' TO WS-LAYCHK-CODE.
            MOVE WS-XLT-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            ACCEPT WS-STALE-FALLBACK
                FROM ENVIRONMENT "MM_XLT_STALE_FALLBACK"
                ON EXCEPTION
                    MOVE 'N' TO WS-STALE-FALLBACK
            END-ACCEPT.
            IF WS-STALE-FALLBACK NOT = 'Y'
                MOVE 'N' TO WS-STALE-FALLBACK
            END-IF.
            OPEN I-O TRANSLATION-FILE.
            IF WS-XLT-STATUS NOT = '00'
                OPEN OUTPUT TRANSLATION-FILE
                            END-REWRITE
                    END-WRITE
                END-PERFORM
                PERFORM 3100-STAMP-AS-ENTERED
                IF LK-FLAG NOT = 'T'
                    MOVE 'Y' TO LK-FLAG
                END-IF
            END-IF.

       3100-STAMP-AS-ENTERED.
            PERFORM 9000-TAKE-THE-TIME.
            MOVE SPACES TO XLT-STAMP-RAW.
            MOVE LK-ID TO XLT-ID.
            MOVE LK-LANG TO XLT-LANG.
            MOVE WS-STAMP-SEQ TO XLT-SEQ.
            MOVE WS-XLT-STAMP-TIME TO XLT-ENTERED.
            MOVE 'N' TO XLT-STALE.
            WRITE XLT-DATA-RAW
                INVALID KEY
                    REWRITE XLT-DATA-RAW
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-WRITE.

       4000-DELETE-TRANSLATION.
            MOVE 'N' TO WS-ANY-DELETED.
            IF WS-XLT-AVAILABLE = 'Y'
                    END-READ
                    ADD 1 TO WS-SEG-N
                END-PERFORM
                MOVE LK-ID TO XLT-ID
                MOVE LK-LANG TO XLT-LANG
                MOVE WS-STAMP-SEQ TO XLT-SEQ
                DELETE TRANSLATION-FILE
                    INVALID KEY
                        CONTINUE
                END-DELETE
            END-IF.

      *> Leaves the chain's stamp in XLT-STAMP-RAW, or a blank one
      *> (XLT-SEQ zero) when the chain has none:
       5000-READ-THE-STAMP.
            MOVE LK-ID TO XLT-ID.
            MOVE LK-LANG TO XLT-LANG.
            MOVE WS-STAMP-SEQ TO XLT-SEQ.
            READ TRANSLATION-FILE
                INVALID KEY
                    MOVE SPACES TO XLT-STAMP-RAW
                    MOVE LK-ID TO XLT-ID
                    MOVE LK-LANG TO XLT-LANG
                    MOVE ZERO TO XLT-SEQ
                    MOVE 'N' TO XLT-STALE
            END-READ.

       6000-STAMP-STATUS.
            MOVE 'N' TO LK-FLAG.
            MOVE SPACES TO LK-TEXT.
            MOVE ZERO TO LK-LEN.
            IF WS-XLT-AVAILABLE NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE LK-ID TO XLT-ID.
            MOVE LK-LANG TO XLT-LANG.
            MOVE ZERO TO XLT-SEQ.
            READ TRANSLATION-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            PERFORM 5000-READ-THE-STAMP.
            IF XLT-SEQ = ZERO
                MOVE 'U' TO LK-FLAG
            ELSE
                MOVE XLT-ENTERED TO LK-TEXT (1:15)
                MOVE XLT-STALE TO LK-TEXT (16:1)
                MOVE XLT-STALE-SINCE TO LK-TEXT (17:15)
                IF XLT-STALE = 'Y'
                    MOVE 'S' TO LK-FLAG
                ELSE
                    MOVE 'Y' TO LK-FLAG
                END-IF
            END-IF.

      *> The languages are gathered first and stamped after, so the
      *> rewrites never disturb the browse along the quote's chains.
      *> A chain already stale keeps the time it first went stale:
       7000-MARK-STALE.
            MOVE 'N' TO WS-ANY-MARKED.
            MOVE ZERO TO WS-MARK-COUNT.
            IF WS-XLT-AVAILABLE NOT = 'Y'
                MOVE 'N' TO LK-FLAG
                EXIT PARAGRAPH
            END-IF.
            IF LK-LANG NOT = SPACES
                MOVE 1 TO WS-MARK-COUNT
                MOVE LK-LANG TO WS-MARK-LANG (1)
            ELSE
                MOVE LK-ID TO XLT-ID
                MOVE LOW-VALUES TO XLT-LANG
                MOVE ZERO TO XLT-SEQ
                MOVE 'N' TO WS-MARK-EOF
                START TRANSLATION-FILE KEY IS NOT LESS THAN XLT-KEY
                    INVALID KEY
                        MOVE 'Y' TO WS-MARK-EOF
                END-START
                PERFORM UNTIL WS-MARK-EOF = 'Y'
                    READ TRANSLATION-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-MARK-EOF
                        NOT AT END
                            IF XLT-ID NOT = LK-ID
                                MOVE 'Y' TO WS-MARK-EOF
                            ELSE
                                IF XLT-SEQ = ZERO
                                    AND WS-MARK-COUNT < 60
                                    ADD 1 TO WS-MARK-COUNT
                                    MOVE XLT-LANG
                                        TO WS-MARK-LANG (WS-MARK-COUNT)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            PERFORM 9000-TAKE-THE-TIME.
            PERFORM VARYING WS-MARK-I FROM 1 BY 1
                UNTIL WS-MARK-I > WS-MARK-COUNT
                PERFORM 7100-MARK-ONE-CHAIN
            END-PERFORM.
            MOVE WS-ANY-MARKED TO LK-FLAG.

       7100-MARK-ONE-CHAIN.
            MOVE LK-ID TO XLT-ID.
            MOVE WS-MARK-LANG (WS-MARK-I) TO XLT-LANG.
            MOVE ZERO TO XLT-SEQ.
            READ TRANSLATION-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            MOVE WS-STAMP-SEQ TO XLT-SEQ.
            READ TRANSLATION-FILE
                INVALID KEY
                    MOVE SPACES TO XLT-STAMP-RAW
                    MOVE LK-ID TO XLT-ID
                    MOVE WS-MARK-LANG (WS-MARK-I) TO XLT-LANG
                    MOVE WS-STAMP-SEQ TO XLT-SEQ
                    MOVE 'Y' TO XLT-STALE
                    MOVE WS-XLT-STAMP-TIME TO XLT-STALE-SINCE
                    WRITE XLT-DATA-RAW
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                    MOVE 'Y' TO WS-ANY-MARKED
                    EXIT PARAGRAPH
            END-READ.
            IF XLT-STALE NOT = 'Y'
                MOVE 'Y' TO XLT-STALE
                MOVE WS-XLT-STAMP-TIME TO XLT-STALE-SINCE
                REWRITE XLT-DATA-RAW
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF.
            MOVE 'Y' TO WS-ANY-MARKED.

      *> Positions just past the stamp of the pair handed in, so the
      *> next record read is segment 00 of the following chain:
       8000-NEXT-TRANSLATION.
            MOVE 'E' TO LK-FLAG.
            IF WS-XLT-AVAILABLE NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE LK-ID TO XLT-ID.
            MOVE LK-LANG TO XLT-LANG.
            MOVE WS-STAMP-SEQ TO XLT-SEQ.
            START TRANSLATION-FILE KEY IS GREATER THAN XLT-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START.
            READ TRANSLATION-FILE NEXT RECORD
                AT END
                    EXIT PARAGRAPH
            END-READ.
            MOVE XLT-ID TO LK-ID.
            MOVE XLT-LANG TO LK-LANG.
            PERFORM 6000-STAMP-STATUS.

      *> Stamps are written in the journal's own YYYYMMDD-HHMMSS
      *> form, so the two compare directly:
       9000-TAKE-THE-TIME.
            MOVE FUNCTION CURRENT-DATE TO WS-XLT-NOW.
            STRING WS-XLT-NOW (1:8) '-' WS-XLT-NOW (9:6)
                DELIMITED BY SIZE INTO WS-XLT-STAMP-TIME.

       COPY MM-LAYCHK-PROC.
