
       01  REC-F-PARM            PIC X(08).

      *Enregistrement du journal (même dessin que mastermaint). Les
      *lignes écrites avant l'ajout de l'affectation ou de la date de
      *départ au maître sont plus courtes et lues avec ces zones à
      *                                                     blanc.
       FD  F-JOURNAL
           RECORD CONTAINS 116 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-JOURNAL.
           03 FILLER             PIC X(01).
           03 JR-AFTER           PIC X(21).
           03 FILLER             PIC X(01).
           03 JR-BEFORE-PLACE    PIC X(14).
           03 FILLER             PIC X(01).
           03 JR-AFTER-PLACE     PIC X(14).
           03 FILLER             PIC X(01).
           03 JR-BEFORE-DEPART   PIC X(08).
           03 FILLER             PIC X(01).
           03 JR-AFTER-DEPART    PIC X(08).
           03 FILLER             PIC X(01).

       FD  F-MASTER
           RECORD CONTAINS 43 CHARACTERS.

       01  REC-F-MASTER.
           03 M-STUDENT-NBR      PIC 9(06).
           03 M-LASTNAME         PIC X(07).
           03 M-FIRSTNAME        PIC X(06).
           03 M-AGE              PIC 9(02).
      *Affectation de l'étudiant : classe et année scolaire, posées
      *                 au passage de fin d'année (mouvement "P").
           03 M-PLACEMENT.
               05 M-CLASS-CODE   PIC X(05).
               05 M-PLACE-YEAR   PIC X(09).
      *Date de départ de l'étudiant (AAAAMMJJ, zéro tant qu'il est
      *inscrit), posée par le mouvement "D" : elle fait courir la
      *         durée de conservation de ses données (programme purge).
           03 M-DEPART-DATE      PIC 9(08).

       FD  F-REBUILD-REPORT
           RECORD CONTAINS 80 CHARACTERS
       77  WS-ADD-CNT            PIC 9(06) VALUE 0.
       77  WS-MOD-CNT            PIC 9(06) VALUE 0.
       77  WS-DEL-CNT            PIC 9(06) VALUE 0.
       77  WS-PLC-CNT            PIC 9(06) VALUE 0.
       77  WS-DEP-CNT            PIC 9(06) VALUE 0.
       77  WS-SKIP-CNT           PIC 9(06) VALUE 0.

      *Libellé de la cause de l'arrêt anormal, affiché par 9000.
       0210-REPLAY-ONE-START.
           EVALUATE JR-CODE
             WHEN "A"
               MOVE JR-AFTER       TO REC-F-MASTER
               MOVE JR-AFTER-PLACE TO M-PLACEMENT
               PERFORM 0215-DEPART-DATE-START
               THRU    0215-DEPART-DATE-END
               WRITE REC-F-MASTER
                 INVALID KEY
                   MOVE "Cle en double au rejeu, journal corrompu"
                   ADD 1 TO WS-ADD-CNT
               END-WRITE
             WHEN "M"
             WHEN "P"
             WHEN "D"
      *Modification, affectation et départ se rejouent de la même
      *              façon : l'image après remplace l'enregistrement.
               MOVE JR-AFTER       TO REC-F-MASTER
               MOVE JR-AFTER-PLACE TO M-PLACEMENT
               PERFORM 0215-DEPART-DATE-START
               THRU    0215-DEPART-DATE-END
               REWRITE REC-F-MASTER
                 INVALID KEY
                   MOVE "Cle introuvable au rejeu, journal corrompu"
                 NOT INVALID KEY
                   PERFORM 9010-CHECK-MASTER-STATUS-START
                   THRU    9010-CHECK-MASTER-STATUS-END
                   EVALUATE JR-CODE
                     WHEN "P"
                       ADD 1 TO WS-PLC-CNT
                     WHEN "D"
                       ADD 1 TO WS-DEP-CNT
                     WHEN OTHER
                       ADD 1 TO WS-MOD-CNT
                   END-EVALUATE
               END-REWRITE
             WHEN "S"
      *L'image avant porte la clé de l'enregistrement à supprimer.
           EXIT.
       0210-REPLAY-ONE-END.

      *Paragraphe reportant au maître la date de départ de l'image
      *après. Une ligne écrite avant l'ajout de la date au maître la
      *        porte à blanc : l'étudiant est alors inscrit (zéro)
      *                                          (appelant: 0210).
       0215-DEPART-DATE-START.
           IF JR-AFTER-DEPART IS NUMERIC
              MOVE JR-AFTER-DEPART TO M-DEPART-DATE
           ELSE
              MOVE 0               TO M-DEPART-DATE
           END-IF.

           EXIT.
       0215-DEPART-DATE-END.

      *Paragraphe écrivant les comptages du compte-rendu puis
      *                                     fermant les fichiers.
       0300-CLOSE-START.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "AFFECT. REJOUEES" TO WS-RB-LABEL
           MOVE WS-PLC-CNT       TO WS-RB-CNT
           MOVE WS-RB-CNT-LINE   TO REC-F-REBUILD-REPORT
           WRITE REC-F-REBUILD-REPORT
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "DEPARTS REJOUES" TO WS-RB-LABEL
           MOVE WS-DEP-CNT       TO WS-RB-CNT
           MOVE WS-RB-CNT-LINE   TO REC-F-REBUILD-REPORT
           WRITE REC-F-REBUILD-REPORT
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "ECARTES (DATE)"  TO WS-RB-LABEL
           MOVE WS-SKIP-CNT      TO WS-RB-CNT
           MOVE WS-RB-CNT-LINE   TO REC-F-REBUILD-REPORT
