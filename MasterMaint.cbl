               FILE STATUS IS F-MASTER-STATUS.

      *Mouvements de mise à jour du fichier maître : ajout,
      *modification ou suppression d'un étudiant, affectation de
      *classe pour l'année scolaire suivante, départ de
      *                                           l'établissement.
           SELECT F-TRANSAC
               ASSIGN TO 'transac.dat'
               ACCESS MODE IS SEQUENTIAL
       FILE SECTION.

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

      *Enregistrement de mouvement : code "A" (ajout), "M"
      *(modification), "S" (suppression), "P" (affectation) ou "D"
      *(départ), puis l'identité, l'affectation et la date de départ.
      *Un mouvement "P" ne porte que le numéro, la classe et l'année
      *scolaire ; il est produit par le programme de passage de fin
      *d'année (rollover). Un mouvement "D" ne porte que le numéro et
      *la date de départ (zéro : départ annulé). Les mouvements
      *saisis avant l'affectation ou la date de départ, plus courts,
      *                       sont lus avec ces zones à blanc.
       FD  F-TRANSAC
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-TRANSAC.
           03 TX-LASTNAME        PIC X(07).
           03 TX-FIRSTNAME       PIC X(06).
           03 TX-AGE             PIC 9(02).
           03 TX-CLASS-CODE      PIC X(05).
           03 TX-PLACE-YEAR      PIC X(09).
           03 TX-DEPART-DATE     PIC 9(08).

       FD  F-MAINT-REPORT
           RECORD CONTAINS 80 CHARACTERS
      *Enregistrement du journal des mouvements appliqués : date et
      *heure d'exécution, position du mouvement dans transac.dat,
      *code, puis image avant (à blanc pour un ajout) et image après
      *(à blanc pour une suppression) du maître. L'affectation puis
      *la date de départ des deux images sont portées en fin de
      *ligne, pour que les lignes écrites avant leur ajout au maître
      *restent lisibles par masterrebuild (zones à blanc).
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

      *Ligne du journal de marche cumulatif (même fichier que le
      *                                  traitement des bulletins).
      *Images avant et après de l'enregistrement maître touché par le
      *mouvement en cours, préparées par 0210 avant l'écriture du
      *                                            journal (0230).
       01  WS-JR-BEFORE.
           05 WS-JR-BEFORE-ID    PIC X(21) VALUE SPACE.
           05 WS-JR-BEFORE-PLACE PIC X(14) VALUE SPACE.
           05 WS-JR-BEFORE-DEPART PIC X(08) VALUE SPACE.
       01  WS-JR-AFTER.
           05 WS-JR-AFTER-ID     PIC X(21) VALUE SPACE.
           05 WS-JR-AFTER-PLACE  PIC X(14) VALUE SPACE.
           05 WS-JR-AFTER-DEPART PIC X(08) VALUE SPACE.

      *Flag gérant l'écriture du journal de marche. Statut 35 :
      *journal encore jamais créé, initialisé avant d'être rouvert
       77  WS-ADD-CNT            PIC 9(06) VALUE 0.
       77  WS-MOD-CNT            PIC 9(06) VALUE 0.
       77  WS-DEL-CNT            PIC 9(06) VALUE 0.
       77  WS-PLC-CNT            PIC 9(06) VALUE 0.
       77  WS-DEP-CNT            PIC 9(06) VALUE 0.
       77  WS-ERR-CNT            PIC 9(06) VALUE 0.

      *Libellé de la cause de l'arrêt anormal, affiché par 9000.
       01  WS-TX-VALID-SW        PIC X(01) VALUE "O".
           88 WS-TX-VALID           VALUE "O".

      *Année scolaire d'affectation "AAAA-AAAA" décomposée pour son
      *                                             contrôle (0216).
       01  WS-PLACE-YEAR-WORK.
           05 WS-PY-START        PIC X(04).
           05 WS-PY-DASH         PIC X(01).
           05 WS-PY-END          PIC X(04).
       77  WS-PY-START-NUM       PIC 9(04).
       77  WS-PY-END-NUM         PIC 9(04).

      *Date de départ "AAAAMMJJ" décomposée pour son contrôle (0217).
       01  WS-DEPART-WORK.
           05 WS-DW-YEAR         PIC 9(04).
           05 WS-DW-MONTH        PIC 9(02).
           05 WS-DW-DAY          PIC 9(02).

      *Groupe de variable pour l'édition du compte-rendu.
           01 WS-MAINT-TITLE      PIC X(43)
              VALUE "MISE A JOUR DU FICHIER MAITRE DES ETUDIANTS".
               05 WS-RL-MOD       PIC Z(05)9.
               05 FILLER          PIC X(03) VALUE " S=".
               05 WS-RL-DEL       PIC Z(05)9.
               05 FILLER          PIC X(03) VALUE " P=".
               05 WS-RL-PLC       PIC Z(05)9.
               05 FILLER          PIC X(03) VALUE " D=".
               05 WS-RL-DEP       PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RJ=".
               05 WS-RL-ERR       PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RC=".
       0200-APPLY-END.

      *Paragraphe appliquant le mouvement courant selon son code :
      *ajout (WRITE), modification (READ puis REWRITE), suppression
      *(DELETE), affectation ou départ (READ puis REWRITE de la seule
      *affectation ou de la seule date de départ). Un refus (doublon,
      *clé inconnue, code ou numéro invalide) est signalé dans le
      *            compte-rendu sans interrompre le traitement.
       0210-APPLY-ONE-START.
           IF TX-STUDENT-NBR IS NOT NUMERIC OR TX-STUDENT-NBR = 0
              MOVE "NUMERO D'ETUDIANT INVALIDE" TO WS-ME-CAUSE
              END-IF
           END-IF.

      *Une affectation doit désigner une classe et une année
      *scolaire recevables ; un ajout peut en porter une, facultative.
           IF TX-CODE = "P"
              OR (TX-CODE = "A" AND (TX-CLASS-CODE NOT = SPACE
                                  OR TX-PLACE-YEAR NOT = SPACE))
              PERFORM 0216-CHECK-PLACEMENT-START
              THRU    0216-CHECK-PLACEMENT-END
              IF NOT WS-TX-VALID
                 GO TO 0210-APPLY-ONE-EXIT
              END-IF
           END-IF.

      *Un départ doit porter une date recevable, ou zéro pour
      *                                     annuler un départ posé.
           IF TX-CODE = "D"
              PERFORM 0217-CHECK-DEPARTURE-START
              THRU    0217-CHECK-DEPARTURE-END
              IF NOT WS-TX-VALID
                 GO TO 0210-APPLY-ONE-EXIT
              END-IF
           END-IF.

           EVALUATE TX-CODE
             WHEN "A"
               MOVE TX-STUDENT-NBR TO M-STUDENT-NBR
               MOVE TX-LASTNAME    TO M-LASTNAME
               MOVE TX-FIRSTNAME   TO M-FIRSTNAME
               MOVE TX-AGE         TO M-AGE
               MOVE TX-CLASS-CODE  TO M-CLASS-CODE
               MOVE TX-PLACE-YEAR  TO M-PLACE-YEAR
               MOVE 0              TO M-DEPART-DATE
               WRITE REC-F-MASTER
                 INVALID KEY
                   MOVE "NUMERO DEJA PRESENT AU MAITRE"
                   PERFORM 0230-WRITE-JOURNAL-START
                   THRU    0230-WRITE-JOURNAL-END
               END-READ
             WHEN "P"
      *Seule l'affectation change : l'identité du maître est gardée.
               MOVE TX-STUDENT-NBR TO M-STUDENT-NBR
               READ F-MASTER
                 INVALID KEY
                   MOVE "NUMERO INCONNU AU MAITRE" TO WS-ME-CAUSE
                   PERFORM 0220-REPORT-ERROR-START
                   THRU    0220-REPORT-ERROR-END
                 NOT INVALID KEY
                   PERFORM 9010-CHECK-MASTER-STATUS-START
                   THRU    9010-CHECK-MASTER-STATUS-END
                   MOVE REC-F-MASTER  TO WS-JR-BEFORE
                   MOVE TX-CLASS-CODE TO M-CLASS-CODE
                   MOVE TX-PLACE-YEAR TO M-PLACE-YEAR
                   REWRITE REC-F-MASTER
                   PERFORM 9010-CHECK-MASTER-STATUS-START
                   THRU    9010-CHECK-MASTER-STATUS-END
                   ADD 1 TO WS-PLC-CNT
                   MOVE REC-F-MASTER TO WS-JR-AFTER
                   PERFORM 0230-WRITE-JOURNAL-START
                   THRU    0230-WRITE-JOURNAL-END
               END-READ
             WHEN "D"
      *Seule la date de départ change : identité et affectation sont
      *                                                   gardées.
               MOVE TX-STUDENT-NBR TO M-STUDENT-NBR
               READ F-MASTER
                 INVALID KEY
                   MOVE "NUMERO INCONNU AU MAITRE" TO WS-ME-CAUSE
                   PERFORM 0220-REPORT-ERROR-START
                   THRU    0220-REPORT-ERROR-END
                 NOT INVALID KEY
                   PERFORM 9010-CHECK-MASTER-STATUS-START
                   THRU    9010-CHECK-MASTER-STATUS-END
                   MOVE REC-F-MASTER   TO WS-JR-BEFORE
                   MOVE TX-DEPART-DATE TO M-DEPART-DATE
                   REWRITE REC-F-MASTER
                   PERFORM 9010-CHECK-MASTER-STATUS-START
                   THRU    9010-CHECK-MASTER-STATUS-END
                   ADD 1 TO WS-DEP-CNT
                   MOVE REC-F-MASTER TO WS-JR-AFTER
                   PERFORM 0230-WRITE-JOURNAL-START
                   THRU    0230-WRITE-JOURNAL-END
               END-READ
             WHEN OTHER
               MOVE "CODE MOUVEMENT INCONNU" TO WS-ME-CAUSE
               PERFORM 0220-REPORT-ERROR-START
           EXIT.
       0215-CHECK-IDENTITY-END.

      *Paragraphe contrôlant l'affectation portée par un mouvement
      *d'affectation ou d'ajout : code classe non blanc et année
      *scolaire "AAAA-AAAA" de deux années consécutives. Toute règle
      *enfreinte refuse le mouvement via 0220 et positionne
      *                    WS-TX-VALID-SW à "N" (appelant: 0210).
       0216-CHECK-PLACEMENT-START.
           MOVE "O" TO WS-TX-VALID-SW.

           IF TX-CLASS-CODE = SPACE
              MOVE "CLASSE D'AFFECTATION A BLANC" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
           END-IF.

           MOVE TX-PLACE-YEAR TO WS-PLACE-YEAR-WORK.
           IF WS-PY-START IS NOT NUMERIC
              OR WS-PY-DASH NOT = "-"
              OR WS-PY-END IS NOT NUMERIC
              MOVE "ANNEE D'AFFECTATION INVALIDE" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
              GO TO 0216-CHECK-PLACEMENT-EXIT
           END-IF.

           MOVE WS-PY-START TO WS-PY-START-NUM.
           MOVE WS-PY-END   TO WS-PY-END-NUM.
           IF WS-PY-END-NUM NOT = WS-PY-START-NUM + 1
              MOVE "ANNEE D'AFFECTATION INVALIDE" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
           END-IF.

       0216-CHECK-PLACEMENT-EXIT.
           EXIT.
       0216-CHECK-PLACEMENT-END.

      *Paragraphe contrôlant la date portée par un mouvement de
      *départ : numérique, et soit zéro (départ annulé), soit une
      *date "AAAAMMJJ" de mois 01 à 12 et de jour 01 à 31. Une règle
      *enfreinte refuse le mouvement via 0220 et positionne
      *                    WS-TX-VALID-SW à "N" (appelant: 0210).
       0217-CHECK-DEPARTURE-START.
           MOVE "O" TO WS-TX-VALID-SW.

           IF TX-DEPART-DATE IS NOT NUMERIC
              MOVE "DATE DE DEPART INVALIDE" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
              GO TO 0217-CHECK-DEPARTURE-EXIT
           END-IF.

           IF TX-DEPART-DATE = 0
              GO TO 0217-CHECK-DEPARTURE-EXIT
           END-IF.

           MOVE TX-DEPART-DATE TO WS-DEPART-WORK.
           IF WS-DW-YEAR = 0
              OR WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
              OR WS-DW-DAY < 1 OR WS-DW-DAY > 31
              MOVE "DATE DE DEPART INVALIDE" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
           END-IF.

       0217-CHECK-DEPARTURE-EXIT.
           EXIT.
       0217-CHECK-DEPARTURE-END.

      *Paragraphe signalant le mouvement refusé dans le compte-rendu
      *                 et comptant le refus (appelant: 0210).
       0220-REPORT-ERROR-START.
           MOVE WS-RUN-TIME    TO JR-RUN-TIME.
           MOVE WS-TX-LINE-NBR TO JR-LINE-NBR.
           MOVE TX-CODE        TO JR-CODE.
           MOVE WS-JR-BEFORE-ID    TO JR-BEFORE.
           MOVE WS-JR-AFTER-ID     TO JR-AFTER.
           MOVE WS-JR-BEFORE-PLACE TO JR-BEFORE-PLACE.
           MOVE WS-JR-AFTER-PLACE  TO JR-AFTER-PLACE.
           MOVE WS-JR-BEFORE-DEPART TO JR-BEFORE-DEPART.
           MOVE WS-JR-AFTER-DEPART  TO JR-AFTER-DEPART.
           WRITE REC-F-JOURNAL.
           PERFORM 9040-CHECK-JOURNAL-STATUS-START
           THRU    9040-CHECK-JOURNAL-STATUS-END.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "AFFECTATIONS"  TO WS-MC-LABEL
           MOVE WS-PLC-CNT      TO WS-MC-CNT
           MOVE WS-MAINT-CNT-LINE TO REC-F-MAINT-REPORT
           WRITE REC-F-MAINT-REPORT
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "DEPARTS"       TO WS-MC-LABEL
           MOVE WS-DEP-CNT      TO WS-MC-CNT
           MOVE WS-MAINT-CNT-LINE TO REC-F-MAINT-REPORT
           WRITE REC-F-MAINT-REPORT
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "REFUS"         TO WS-MC-LABEL
           MOVE WS-ERR-CNT      TO WS-MC-CNT
           MOVE WS-MAINT-CNT-LINE TO REC-F-MAINT-REPORT

      *Paragraphe ajoutant la ligne de fin d'exécution au journal de
      *marche cumulatif : date et heure, comptages par type de
      *mouvement (dont les affectations et les départs) et code
      *                             retour final (appelant: 0300).
       0310-RUNLOG-START.
           OPEN EXTEND F-RUNLOG.
           IF F-RUNLOG-STATUS-ABSENT
           MOVE WS-ADD-CNT  TO WS-RL-ADD.
           MOVE WS-MOD-CNT  TO WS-RL-MOD.
           MOVE WS-DEL-CNT  TO WS-RL-DEL.
           MOVE WS-PLC-CNT  TO WS-RL-PLC.
           MOVE WS-DEP-CNT  TO WS-RL-DEP.
           MOVE WS-ERR-CNT  TO WS-RL-ERR.
           MOVE WS-FINAL-RC TO WS-RL-RC.
           MOVE WS-RUNLOG-LINE TO REC-F-RUNLOG.
