               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAM-STATUS.

      *Politique de notation proposée (même dessin que param.dat).
      *Présent, la synthèse passe en mode simulation : les décisions
      *sont établies sous les deux politiques et seul le rapport
      *             comparatif est écrit, annual.dat reste intact (0600).
           SELECT F-PARAMSIM
               ASSIGN TO 'paramsim.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMSIM-STATUS.

      *Historique des résultats par période, entretenu par le
      *traitement trimestriel : après le passage du trimestre 3, il
      *         porte les trois moyennes de chaque étudiant de l'année.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNUAL-STATUS.

      *Rapport comparatif du mode simulation : par classe, décisions
      *sous les deux politiques et étudiants dont la décision change.
           SELECT F-SIMREPORT
               ASSIGN TO 'annsimreport.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SIMREPORT-STATUS.

      *Décisions de la commission d'appel, une ligne par recours,
      *identifiée par le numéro d'étudiant et l'année scolaire. Seuls
      *les recours de l'année synthétisée sont appliqués (0700).
      *                      Absent, aucun recours n'a été jugé.
           SELECT F-APPEAL
               ASSIGN TO 'appeal.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-APPEAL-STATUS.

      *Registre des appels : issue de chaque recours lu (décision
      *initiale et finale, motif ou cause du refus) et comptages.
           SELECT F-APPEALREG
               ASSIGN TO 'appealreg.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-APPEALREG-STATUS.

      *Les enregistrements de param.dat et de paramsim.dat partagent
      *la même zone : les dessins REC-PARAM-* et le contrôle de 0060
      *                              valent pour les deux fichiers.
       I-O-CONTROL.
           SAME RECORD AREA FOR F-PARAM F-PARAMSIM.

      ******************************************************************
      *
      ******************************************************************
           03 FILLER             PIC X(01).
           03 PM-S-TB            PIC X(05).

      *Enregistrement de la politique proposée : zone partagée avec
      *F-PARAM (SAME RECORD AREA), lue au travers des dessins
      *                                             REC-PARAM-*.
       FD  F-PARAMSIM
           RECORD CONTAINS 2 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-PARAMSIM        PIC X(80).

      *Enregistrement de l'historique des résultats (même dessin que
      *                                 le traitement trimestriel).
       FD  F-HISTORY

       01  REC-F-ANNUAL          PIC X(100).

      *Ligne du rapport comparatif de simulation.
       FD  F-SIMREPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SIMREPORT       PIC X(100).

      *Décision de la commission d'appel : "A" admis en classe
      *supérieure, "R" redoublement, "M" décision maintenue. La date
      *                              de décision est au format AAAAMMJJ.
       FD  F-APPEAL
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-APPEAL.
           03 AP-STUDENT-NBR     PIC X(06).
           03 FILLER             PIC X(01).
           03 AP-YEAR            PIC X(09).
           03 FILLER             PIC X(01).
           03 AP-RULING          PIC X(01).
           03 FILLER             PIC X(01).
           03 AP-RULING-DATE     PIC X(08).
           03 AP-RULING-DATE-R   REDEFINES AP-RULING-DATE.
               05 AP-RD-YEAR     PIC 9(04).
               05 AP-RD-MONTH    PIC 9(02).
               05 AP-RD-DAY      PIC 9(02).
           03 FILLER             PIC X(01).
           03 AP-REASON          PIC X(40).

      *Ligne du registre des appels.
       FD  F-APPEALREG
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-APPEALREG       PIC X(100).

      ******************************************************************
      *
      ******************************************************************
           88 F-ANNUAL-STATUS-OK    VALUE '00'.
           88 F-ANNUAL-STATUS-EOF   VALUE '10'.

      *Flag gérant la lecture de la politique proposée. Statut 35 :
      *                    fichier absent, synthèse normale (0055).
       01  F-PARAMSIM-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMSIM-STATUS-OK      VALUE '00'.
           88 F-PARAMSIM-STATUS-EOF     VALUE '10'.
           88 F-PARAMSIM-STATUS-ABSENT  VALUE '35'.

      *Flag gérant l'écriture du rapport comparatif de simulation.
       01  F-SIMREPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-SIMREPORT-STATUS-OK     VALUE '00'.

      *Flag gérant la lecture des décisions de la commission d'appel.
      *         Statut 35 : fichier absent, aucun recours à appliquer.
       01  F-APPEAL-STATUS       PIC X(02) VALUE SPACE.
           88 F-APPEAL-STATUS-OK      VALUE '00'.
           88 F-APPEAL-STATUS-EOF     VALUE '10'.
           88 F-APPEAL-STATUS-ABSENT  VALUE '35'.

      *Flag gérant l'écriture du registre des appels.
       01  F-APPEALREG-STATUS    PIC X(02) VALUE SPACE.
           88 F-APPEALREG-STATUS-OK     VALUE '00'.

      *Indique que l'exécution est une simulation de politique :
      *           annual.dat n'est pas écrit, seul annsimreport.dat l'est.
       01  WS-SIMULATION-SW      PIC X(01) VALUE "N".
           88 WS-SIMULATION-RUN     VALUE "O".

      *Seuils de résultat propres à certaines classes (enregistrements
      *"SEUILS" avec code classe), appliqués en priorité sur les
      *                                             seuils globaux.
               10 AN-T-SW        OCCURS 3 TIMES PIC X(01).
               10 AN-ANNUAL      PIC 9(02)V9(02).
               10 AN-DECISION    PIC X(25).
      *Décision sous la politique en vigueur, mémorisée par 0600 en
      *         mode simulation avant le recalcul sous la politique proposée.
               10 AN-DECISION-CUR PIC X(25).
      *Recours jugé par la commission d'appel : AN-DECISION porte
      *alors la décision finale et AN-DECISION-ORIG la décision
      *                               calculée par 0400 (0700).
               10 AN-APPEAL-SW   PIC X(01).
               10 AN-DECISION-ORIG PIC X(25).
               10 AN-APPEAL-DATE PIC X(08).

      *Position de l'étudiant du rapprochement en cours dans ANNUAL
      *                            (zéro si pas encore rencontré).
       77  WS-ORIENT-CNT         PIC 9(03) VALUE 0.
       77  WS-REDOUBLE-CNT       PIC 9(03) VALUE 0.

      *Comptages de décisions de la classe en cours du rapport de
      *simulation (admis, orientation, redoublement) sous chaque
      *politique, et changements de décision de la classe et du lot.
       01  WS-SIM-COUNTS.
           05 WS-SC-DEC OCCURS 3 TIMES.
               10 WS-SC-CUR      PIC 9(03).
               10 WS-SC-NEW      PIC 9(03).
       01  WS-SIM-DEC-VALUES.
           05 FILLER             PIC X(16) VALUE "ADMIS".
           05 FILLER             PIC X(16) VALUE "ORIENTATION".
           05 FILLER             PIC X(16) VALUE "REDOUBLEMENT".
       01  WS-SIM-DEC-TABLE REDEFINES WS-SIM-DEC-VALUES.
           05 WS-SIM-DEC-LABEL   OCCURS 3 TIMES PIC X(16).
       77  WS-SC-IDX             PIC 9(01).
       77  WS-SIM-DELTA          PIC S9(04).
       77  WS-SIM-CHG-CNT        PIC 9(04) VALUE 0.
       77  WS-SIM-CHG-TOTAL      PIC 9(05) VALUE 0.

      *Numéro d'étudiant du recours en cours, cause de son refus
      *(espace si recevable) et comptages du registre des appels.
       77  WS-AP-NBR             PIC 9(06).
       01  WS-AP-CAUSE           PIC X(40) VALUE SPACE.
       77  WS-AP-READ-CNT        PIC 9(05) VALUE 0.
       77  WS-AP-CHANGED-CNT     PIC 9(05) VALUE 0.
       77  WS-AP-KEPT-CNT        PIC 9(05) VALUE 0.
       77  WS-AP-NOLINE-CNT      PIC 9(05) VALUE 0.
       77  WS-AP-REFUSED-CNT     PIC 9(05) VALUE 0.
       77  WS-AP-OTHER-CNT       PIC 9(05) VALUE 0.

      *Variable d'affichage d'étoile.
       01  AFF-ETOILE            PIC X(80) VALUE ALL "*".

               05 FILLER          PIC X(08) VALUE "Classe: ".
               05 WS-AC-CODE      PIC X(05).
           01 WS-ANN-SUBHDR.
               05 FILLER          PIC X(07) VALUE "Numero".
               05 FILLER          PIC X(19) VALUE "Nom".
               05 FILLER          PIC X(07) VALUE "T1".
               05 FILLER          PIC X(07) VALUE "T2".
               05 FILLER          PIC X(07) VALUE "T3".
               05 FILLER          PIC X(08) VALUE "Annuel".
               05 FILLER          PIC X(25) VALUE "Decision finale".
      *Le numéro stable en tête de ligne permet au relevé de notes
      *                   officiel de retrouver la décision de l'étudiant.
           01 WS-ANN-DETAIL.
               05 WS-AD-NBR       PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-AD-NAME      PIC X(19).
               05 WS-AD-T1        PIC X(05).
               05 FILLER          PIC X(02) VALUE SPACE.
      *                            trimestre est absent de l'historique).
           01 WS-AD-T-WORK        PIC X(05).
           01 WS-AD-T-ED          PIC 9(02),9(02).
      *Ligne de suite d'un étudiant dont le recours a été jugé :
      *décision calculée avant l'appel. Elle ne commence pas par un
      *    numéro, les lecteurs de la synthèse l'ignorent donc.
           01 WS-ANN-APPEAL-LINE.
               05 FILLER          PIC X(07) VALUE SPACE.
               05 FILLER          PIC X(20)
                  VALUE "Decision initiale : ".
               05 WS-AA-ORIG      PIC X(25).
               05 FILLER          PIC X(16)
                  VALUE "Appel statue le ".
               05 WS-AA-DATE      PIC X(08).
           01 WS-ANN-CNT-LINE.
               05 FILLER          PIC X(07) VALUE "ADMIS: ".
               05 WS-AN-ADMIS     PIC Z(02)9.
               05 FILLER          PIC X(16) VALUE "  REDOUBLEMENT: ".
               05 WS-AN-REDOUBLE  PIC Z(02)9.

      *Groupe de variable pour l'édition du rapport comparatif de
      *                                          simulation (0630).
           01 WS-SIM-TITLE.
               05 FILLER          PIC X(37)
                  VALUE "SIMULATION SYNTHESE ANNUELLE - ANNEE ".
               05 WS-ST-YEAR      PIC X(09).
           01 WS-SIM-SUBTITLE     PIC X(50) VALUE
              "AUCUNE PUBLICATION : SYNTHESE ANNUELLE INCHANGEE".
           01 WS-SIM-POL-LINE.
               05 WS-SP-LABEL     PIC X(19).
               05 FILLER          PIC X(17) VALUE "SEUIL DE PASSAGE ".
               05 WS-SP-PASSAGE   PIC 9(02),9(02).
               05 FILLER          PIC X(10) VALUE "  CLASSES ".
               05 WS-SP-SCL       PIC Z9.
           01 WS-SIM-POL-CUR      PIC X(100).
           01 WS-SIM-POL-NEW      PIC X(100).
           01 WS-SIM-CHG-HDR      PIC X(50) VALUE
              "Changements de decision (actuelle -> proposee) :".
           01 WS-SIM-STU-LINE.
               05 WS-SS-NBR       PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SS-NAME      PIC X(19).
               05 WS-SS-ANNUAL    PIC 9(02),9(02).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 WS-SS-DEC-CUR   PIC X(25).
               05 FILLER          PIC X(04) VALUE " -> ".
               05 WS-SS-DEC-NEW   PIC X(25).
           01 WS-SIM-CNT-HDR.
               05 FILLER          PIC X(18) VALUE SPACE.
               05 FILLER          PIC X(07) VALUE " ACTUEL".
               05 FILLER          PIC X(02) VALUE SPACE.
               05 FILLER          PIC X(07) VALUE "PROPOSE".
               05 FILLER          PIC X(02) VALUE SPACE.
               05 FILLER          PIC X(07) VALUE "  ECART".
           01 WS-SIM-CNT-LINE.
               05 WS-SN-LABEL     PIC X(16).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 WS-SN-CUR       PIC Z(06)9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 WS-SN-NEW       PIC Z(06)9.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 WS-SN-DELTA     PIC +(06)9.
           01 WS-SIM-TOT-LINE.
               05 WS-STL-LABEL    PIC X(40).
               05 WS-STL-CNT      PIC Z(04)9.

      *Groupe de variable pour l'édition du registre des appels
      *                                                   (0700).
           01 WS-REG-TITLE.
               05 FILLER          PIC X(28)
                  VALUE "REGISTRE DES APPELS - ANNEE ".
               05 WS-RT-YEAR      PIC X(09).
           01 WS-REG-SUBHDR.
               05 FILLER          PIC X(07) VALUE "Numero".
               05 FILLER          PIC X(19) VALUE "Nom".
               05 FILLER          PIC X(26) VALUE "Decision initiale".
               05 FILLER          PIC X(24) VALUE "Decision finale".
               05 FILLER          PIC X(11) VALUE "Issue".
               05 FILLER          PIC X(09) VALUE "Statue le".
           01 WS-REG-LINE.
               05 WS-RL-NBR       PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-NAME      PIC X(19).
               05 WS-RL-ORIG      PIC X(22).
               05 WS-RL-ARROW     PIC X(04).
               05 WS-RL-FINAL     PIC X(22).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 WS-RL-OUTCOME   PIC X(10).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-DATE      PIC X(08).
           01 WS-REG-TEXT-LINE.
               05 FILLER          PIC X(07) VALUE SPACE.
               05 WS-RX-LABEL     PIC X(08).
               05 WS-RX-TEXT      PIC X(40).

      ******************************************************************
      *
      ******************************************************************
           PERFORM 0050-PARAM-START
           THRU    0050-PARAM-END.

      *Appel d'un paragraphe pour détecter une politique proposée :
      *sa présence fait de l'exécution une simulation sans publication.
           PERFORM 0055-SIMULATION-CHECK-START
           THRU    0055-SIMULATION-CHECK-END.

      *Appel d'un paragraphe pour charger l'historique des résultats.
           PERFORM 0100-LOAD-HISTORY-START
           THRU    0100-LOAD-HISTORY-END.
           PERFORM 0400-DECISION-START
           THRU    0400-DECISION-END.

      *Appel d'un paragraphe pour la simulation de politique : en
      *mode simulation, les décisions sont recalculées sous la
      *politique proposée, le rapport comparatif est écrit et le
      *             traitement s'arrête là, sans écrire annual.dat.
           PERFORM 0600-SIMULATION-START
           THRU    0600-SIMULATION-END.

      *Appel d'un paragraphe pour les recours jugés par la commission
      *d'appel : la décision de la commission remplace la décision
      *              calculée, et le registre des appels est écrit.
           PERFORM 0700-APPEAL-START
           THRU    0700-APPEAL-END.

      *Appel d'un paragraphe pour l'écriture de la synthèse annuelle.
           PERFORM 0500-WRITE-START
           THRU    0500-WRITE-END.
      *de paramètres partagé avec le traitement trimestriel. Un
      *fichier absent est normal : les valeurs par défaut
      *s'appliquent. Les autres types connus du traitement
      *trimestriel ("CKPT", "EXAEQ", "GROUPE", "HARMON", "RISQUE")
      *ne concernent pas la synthèse annuelle et sont ignorés.
       0050-PARAM-START.
           OPEN INPUT F-PARAM.

           EXIT.
       0050-PARAM-END.

      *Paragraphe détectant la politique proposée : paramsim.dat
      *présent, l'exécution devient une simulation (0600) et
      *annual.dat reste intact. Absent : synthèse normale
      *                                        (appelant: mainline).
       0055-SIMULATION-CHECK-START.
           OPEN INPUT F-PARAMSIM.

           IF F-PARAMSIM-STATUS-ABSENT
              GO TO 0055-SIMULATION-CHECK-EXIT
           END-IF.
           PERFORM 9006-CHECK-PARAMSIM-STATUS-START
           THRU    9006-CHECK-PARAMSIM-STATUS-END.

           SET WS-SIMULATION-RUN TO TRUE.
           CLOSE F-PARAMSIM.
           DISPLAY "Politique proposee presente : mode simulation".

       0055-SIMULATION-CHECK-EXIT.
           EXIT.
       0055-SIMULATION-CHECK-END.

      *Paragraphe rangeant l'enregistrement de paramètre courant :
      *seuls les "SEUILS" sont exploités ici, les autres types connus
      *sont ignorés et un type inconnu arrête le traitement
      *                                   (appelant: 0050, 0620).
       0060-PARAM-RECORD-START.
           EVALUATE REC-PARAM-TYPE
             WHEN "SEUILS"
               CONTINUE
             WHEN "GROUPE"
               CONTINUE
             WHEN "HARMON"
               CONTINUE
             WHEN "RISQUE"
               CONTINUE
      *Type réservé au programme de purge : sans objet ici.
             WHEN "PURGE"
               CONTINUE

             WHEN OTHER
               STRING "Parametre inconnu ligne " WS-PARAM-LINE-NBR
                      END-PERFORM
                      MOVE 0     TO AN-ANNUAL(ANNUAL-LGHT)
                      MOVE SPACE TO AN-DECISION(ANNUAL-LGHT)
                      MOVE "N"   TO AN-APPEAL-SW(ANNUAL-LGHT)
                      MOVE ANNUAL-LGHT TO WS-FOUND-IDX
                   END-IF
      *On range la moyenne de la période sur la bonne colonne.
                   THRU    0520-CLASS-HEADER-END
                END-IF

      *Ligne de l'étudiant : numéro, nom, moyennes trimestrielles
      *(tiret si le trimestre est absent), moyenne annuelle et
      *                                                  décision.
                MOVE SPACE TO WS-AD-NAME
                STRING AN-LASTNAME(WS-ANNUAL-IDX)  DELIMITED BY SPACE
                       " "                         DELIMITED BY SIZE
                     END-EVALUATE
                END-PERFORM

                MOVE AN-NBR(WS-ANNUAL-IDX)      TO WS-AD-NBR
                MOVE AN-ANNUAL(WS-ANNUAL-IDX)   TO WS-AD-ANNUAL
                MOVE AN-DECISION(WS-ANNUAL-IDX) TO WS-AD-DECISION
                MOVE WS-ANN-DETAIL TO REC-F-ANNUAL
                PERFORM 9040-CHECK-ANNUAL-STATUS-START
                THRU    9040-CHECK-ANNUAL-STATUS-END

      *Recours jugé : la décision calculée suit sur une ligne à part.
                IF AN-APPEAL-SW(WS-ANNUAL-IDX) = "O"
                   MOVE AN-DECISION-ORIG(WS-ANNUAL-IDX) TO WS-AA-ORIG
                   MOVE AN-APPEAL-DATE(WS-ANNUAL-IDX)   TO WS-AA-DATE
                   MOVE WS-ANN-APPEAL-LINE TO REC-F-ANNUAL
                   WRITE REC-F-ANNUAL
                   PERFORM 9040-CHECK-ANNUAL-STATUS-START
                   THRU    9040-CHECK-ANNUAL-STATUS-END
                END-IF

      *Comptages de décisions de la classe en cours, sur la décision
      *                      finale (après appel le cas échéant).
                EVALUATE AN-DECISION(WS-ANNUAL-IDX)
                  WHEN "ADMIS EN CLASSE SUP."
                    ADD 1 TO WS-ADMIS-CNT
           EXIT.
       0520-CLASS-HEADER-END.

      *Paragraphe pilotant la simulation de politique : les décisions
      *établies sous la politique en vigueur sont mémorisées, puis
      *recalculées par 0400 sous la politique proposée
      *(paramsim.dat), et seul le rapport comparatif est écrit. Le
      *traitement s'arrête ensuite sans écrire annual.dat. Hors
      *                   simulation, rien à faire (appelant: mainline).
       0600-SIMULATION-START.
           IF NOT WS-SIMULATION-RUN
              GO TO 0600-SIMULATION-EXIT
           END-IF.

           PERFORM VARYING WS-ANNUAL-IDX FROM 1 BY 1
                                   UNTIL WS-ANNUAL-IDX > ANNUAL-LGHT
                MOVE AN-DECISION(WS-ANNUAL-IDX)
                                   TO AN-DECISION-CUR(WS-ANNUAL-IDX)
           END-PERFORM.
           MOVE "POLITIQUE ACTUELLE" TO WS-SP-LABEL.
           MOVE WS-SEUIL-PASSAGE     TO WS-SP-PASSAGE.
           MOVE SEUILS-CL-LGHT       TO WS-SP-SCL.
           MOVE WS-SIM-POL-LINE      TO WS-SIM-POL-CUR.

           PERFORM 0610-SIM-RESET-START
           THRU    0610-SIM-RESET-END.
           PERFORM 0620-SIM-LOAD-PARAM-START
           THRU    0620-SIM-LOAD-PARAM-END.
           PERFORM 0400-DECISION-START
           THRU    0400-DECISION-END.
           MOVE "POLITIQUE PROPOSEE" TO WS-SP-LABEL.
           MOVE WS-SEUIL-PASSAGE     TO WS-SP-PASSAGE.
           MOVE SEUILS-CL-LGHT       TO WS-SP-SCL.
           MOVE WS-SIM-POL-LINE      TO WS-SIM-POL-NEW.

           PERFORM 0630-SIM-REPORT-START
           THRU    0630-SIM-REPORT-END.

           DISPLAY "Simulation terminee : rapport annsimreport.dat, "
                   WS-SIM-CHG-TOTAL " changement(s) de decision".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0600-SIMULATION-EXIT.
           EXIT.
       0600-SIMULATION-END.

      *Paragraphe ramenant la politique aux valeurs par défaut du
      *programme avant le chargement de la politique proposée, qui
      *                 la remplace entièrement (appelant: 0600).
       0610-SIM-RESET-START.
           MOVE 10,00 TO WS-SEUIL-PASSAGE.
           MOVE 12,00 TO WS-SEUIL-AB.
           MOVE 14,00 TO WS-SEUIL-B.
           MOVE 16,00 TO WS-SEUIL-TB.
           MOVE 0     TO SEUILS-CL-LGHT.
           MOVE 0     TO WS-PARAM-LINE-NBR.

           EXIT.
       0610-SIM-RESET-END.

      *Paragraphe chargeant la politique proposée : chaque ligne de
      *paramsim.dat passe par le même contrôle et le même rangement
      *que param.dat (0060), au travers de la zone d'enregistrement
      *                                 partagée (appelant: 0600).
       0620-SIM-LOAD-PARAM-START.
           OPEN INPUT F-PARAMSIM.
           PERFORM 9006-CHECK-PARAMSIM-STATUS-START
           THRU    9006-CHECK-PARAMSIM-STATUS-END.

           PERFORM UNTIL F-PARAMSIM-STATUS-EOF
                READ F-PARAMSIM
                 NOT AT END
                   ADD 1 TO WS-PARAM-LINE-NBR
                   PERFORM 0060-PARAM-RECORD-START
                   THRU    0060-PARAM-RECORD-END
                END-READ

                PERFORM 9006-CHECK-PARAMSIM-STATUS-START
                THRU    9006-CHECK-PARAMSIM-STATUS-END
           END-PERFORM.

           CLOSE F-PARAMSIM.

           EXIT.
       0620-SIM-LOAD-PARAM-END.

      *Paragraphe écrivant le rapport comparatif : titre, les deux
      *politiques, puis un bloc par classe (rupture sur le tableau
      *trié comme la synthèse) listant les étudiants dont la décision
      *change, suivis des comptages de décisions sous les deux
      *                        politiques (0640) (appelant: 0600).
       0630-SIM-REPORT-START.
           OPEN OUTPUT F-SIMREPORT.

           MOVE WS-ANNUAL-YEAR TO WS-ST-YEAR.
           MOVE WS-SIM-TITLE   TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9045-CHECK-SIMREPORT-STATUS-START
           THRU    9045-CHECK-SIMREPORT-STATUS-END.

           MOVE WS-SIM-SUBTITLE TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9045-CHECK-SIMREPORT-STATUS-START
           THRU    9045-CHECK-SIMREPORT-STATUS-END.

           MOVE WS-SIM-POL-CUR TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9045-CHECK-SIMREPORT-STATUS-START
           THRU    9045-CHECK-SIMREPORT-STATUS-END.

           MOVE WS-SIM-POL-NEW TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9045-CHECK-SIMREPORT-STATUS-START
           THRU    9045-CHECK-SIMREPORT-STATUS-END.

           SORT ANNUAL ON ASCENDING KEY AN-CLASS-CODE
                       ON ASCENDING KEY AN-LASTNAME.

           INITIALIZE WS-SIM-COUNTS.
           MOVE SPACE TO WS-CURRENT-CLASS.
           PERFORM VARYING WS-ANNUAL-IDX FROM 1 BY 1
                                   UNTIL WS-ANNUAL-IDX > ANNUAL-LGHT
                IF AN-CLASS-CODE(WS-ANNUAL-IDX)
                                        NOT = WS-CURRENT-CLASS
                   IF WS-CURRENT-CLASS NOT = SPACE
                      PERFORM 0640-SIM-CLASS-TOTALS-START
                      THRU    0640-SIM-CLASS-TOTALS-END
                   END-IF
                   MOVE AN-CLASS-CODE(WS-ANNUAL-IDX)
                                        TO WS-CURRENT-CLASS
                   MOVE AFF-ETOILE        TO REC-F-SIMREPORT
                   WRITE REC-F-SIMREPORT
                   PERFORM 9045-CHECK-SIMREPORT-STATUS-START
                   THRU    9045-CHECK-SIMREPORT-STATUS-END
                   MOVE WS-CURRENT-CLASS  TO WS-AC-CODE
                   MOVE WS-ANN-CLASS-LINE TO REC-F-SIMREPORT
                   WRITE REC-F-SIMREPORT
                   PERFORM 9045-CHECK-SIMREPORT-STATUS-START
                   THRU    9045-CHECK-SIMREPORT-STATUS-END
                   MOVE WS-SIM-CHG-HDR    TO REC-F-SIMREPORT
                   WRITE REC-F-SIMREPORT
                   PERFORM 9045-CHECK-SIMREPORT-STATUS-START
                   THRU    9045-CHECK-SIMREPORT-STATUS-END
                END-IF

      *Comptages sous chaque politique, dans l'ordre admis,
      *                              orientation, redoublement.
                EVALUATE AN-DECISION-CUR(WS-ANNUAL-IDX)
                  WHEN "ADMIS EN CLASSE SUP."
                    ADD 1 TO WS-SC-CUR(1)
                  WHEN "ORIENTATION A EXAMINER"
                    ADD 1 TO WS-SC-CUR(2)
                  WHEN OTHER
                    ADD 1 TO WS-SC-CUR(3)
                END-EVALUATE
                EVALUATE AN-DECISION(WS-ANNUAL-IDX)
                  WHEN "ADMIS EN CLASSE SUP."
                    ADD 1 TO WS-SC-NEW(1)
                  WHEN "ORIENTATION A EXAMINER"
                    ADD 1 TO WS-SC-NEW(2)
                  WHEN OTHER
                    ADD 1 TO WS-SC-NEW(3)
                END-EVALUATE

                IF AN-DECISION(WS-ANNUAL-IDX)
                             NOT = AN-DECISION-CUR(WS-ANNUAL-IDX)
                   ADD 1 TO WS-SIM-CHG-CNT
                   ADD 1 TO WS-SIM-CHG-TOTAL
                   MOVE AN-NBR(WS-ANNUAL-IDX)    TO WS-SS-NBR
                   MOVE SPACE                    TO WS-SS-NAME
                   STRING AN-LASTNAME(WS-ANNUAL-IDX)
                                             DELIMITED BY SPACE
                          " "                DELIMITED BY SIZE
                          AN-FIRSTNAME(WS-ANNUAL-IDX)
                                             DELIMITED BY SPACE
                     INTO WS-SS-NAME
                   END-STRING
                   MOVE AN-ANNUAL(WS-ANNUAL-IDX) TO WS-SS-ANNUAL
                   MOVE AN-DECISION-CUR(WS-ANNUAL-IDX)
                                                 TO WS-SS-DEC-CUR
                   MOVE AN-DECISION(WS-ANNUAL-IDX)
                                                 TO WS-SS-DEC-NEW
                   MOVE WS-SIM-STU-LINE          TO REC-F-SIMREPORT
                   WRITE REC-F-SIMREPORT
                   PERFORM 9045-CHECK-SIMREPORT-STATUS-START
                   THRU    9045-CHECK-SIMREPORT-STATUS-END
                END-IF
           END-PERFORM.

      *On solde la dernière classe éditée.
           IF WS-CURRENT-CLASS NOT = SPACE
              PERFORM 0640-SIM-CLASS-TOTALS-START
              THRU    0640-SIM-CLASS-TOTALS-END
           END-IF.

           MOVE AFF-ETOILE TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9045-CHECK-SIMREPORT-STATUS-START
           THRU    9045-CHECK-SIMREPORT-STATUS-END.

           MOVE "TOTAL ETUDIANTS CHANGEANT DE DECISION :"
                                  TO WS-STL-LABEL.
           MOVE WS-SIM-CHG-TOTAL  TO WS-STL-CNT.
           MOVE WS-SIM-TOT-LINE   TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9045-CHECK-SIMREPORT-STATUS-START
           THRU    9045-CHECK-SIMREPORT-STATUS-END.

           CLOSE F-SIMREPORT.

           EXIT.
       0630-SIM-REPORT-END.

      *Paragraphe écrivant les comptages de décisions de la classe
      *qui vient d'être éditée sous les deux politiques, avec l'écart
      *et le nombre de changements, puis les remettant à zéro
      *                                          (appelant: 0630).
       0640-SIM-CLASS-TOTALS-START.
           MOVE WS-SIM-CNT-HDR TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9045-CHECK-SIMREPORT-STATUS-START
           THRU    9045-CHECK-SIMREPORT-STATUS-END.

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL WS-SC-IDX > 3
                MOVE WS-SIM-DEC-LABEL(WS-SC-IDX) TO WS-SN-LABEL
                MOVE WS-SC-CUR(WS-SC-IDX)        TO WS-SN-CUR
                MOVE WS-SC-NEW(WS-SC-IDX)        TO WS-SN-NEW
                COMPUTE WS-SIM-DELTA = WS-SC-NEW(WS-SC-IDX)
                                     - WS-SC-CUR(WS-SC-IDX)
                MOVE WS-SIM-DELTA                TO WS-SN-DELTA
                MOVE WS-SIM-CNT-LINE             TO REC-F-SIMREPORT
                WRITE REC-F-SIMREPORT
                PERFORM 9045-CHECK-SIMREPORT-STATUS-START
                THRU    9045-CHECK-SIMREPORT-STATUS-END
                MOVE 0 TO WS-SC-CUR(WS-SC-IDX)
                MOVE 0 TO WS-SC-NEW(WS-SC-IDX)
           END-PERFORM.

           MOVE "CHANGEMENTS DE DECISION :" TO WS-STL-LABEL.
           MOVE WS-SIM-CHG-CNT    TO WS-STL-CNT.
           MOVE WS-SIM-TOT-LINE   TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9045-CHECK-SIMREPORT-STATUS-START
           THRU    9045-CHECK-SIMREPORT-STATUS-END.
           MOVE 0 TO WS-SIM-CHG-CNT.

           EXIT.
       0640-SIM-CLASS-TOTALS-END.

      *Paragraphe appliquant les recours jugés par la commission
      *d'appel (appeal.dat) sur les décisions calculées par 0400, puis
      *écrivant le registre des appels. Les recours d'une autre année
      *sont ignorés. Un recours refusé ou sans ligne de synthèse pour
      *l'année est signalé au registre et termine le traitement
      *                          en RC 4 (appelant: mainline).
       0700-APPEAL-START.
           OPEN OUTPUT F-APPEALREG.

           MOVE WS-ANNUAL-YEAR TO WS-RT-YEAR.
           MOVE WS-REG-TITLE   TO REC-F-APPEALREG.
           WRITE REC-F-APPEALREG.
           PERFORM 9050-CHECK-APPEALREG-STATUS-START
           THRU    9050-CHECK-APPEALREG-STATUS-END.

           MOVE WS-REG-SUBHDR TO REC-F-APPEALREG.
           WRITE REC-F-APPEALREG.
           PERFORM 9050-CHECK-APPEALREG-STATUS-START
           THRU    9050-CHECK-APPEALREG-STATUS-END.

           OPEN INPUT F-APPEAL.

           IF NOT F-APPEAL-STATUS-ABSENT
              PERFORM UNTIL F-APPEAL-STATUS-EOF
                   READ F-APPEAL
                    NOT AT END
                      PERFORM 0710-APPEAL-RECORD-START
                      THRU    0710-APPEAL-RECORD-END
                   END-READ
                   PERFORM 9007-CHECK-APPEAL-STATUS-START
                   THRU    9007-CHECK-APPEAL-STATUS-END
              END-PERFORM
              CLOSE F-APPEAL
           END-IF.

           PERFORM 0750-APPEAL-TOTALS-START
           THRU    0750-APPEAL-TOTALS-END.

           CLOSE F-APPEALREG.

           IF WS-AP-NOLINE-CNT > 0 OR WS-AP-REFUSED-CNT > 0
              DISPLAY "Recours non appliques : voir appealreg.dat"
              MOVE 4 TO RETURN-CODE
           END-IF.

           EXIT.
       0700-APPEAL-END.

      *Paragraphe traitant un recours : contrôle, recherche de la
      *ligne de synthèse de l'étudiant, application de la décision
      *de la commission et ligne du registre (appelant: 0700).
       0710-APPEAL-RECORD-START.
           ADD 1 TO WS-AP-READ-CNT.

           IF AP-YEAR NOT = WS-ANNUAL-YEAR
              ADD 1 TO WS-AP-OTHER-CNT
              GO TO 0710-APPEAL-RECORD-EXIT
           END-IF.

           MOVE SPACE          TO WS-REG-LINE.
           MOVE AP-STUDENT-NBR TO WS-RL-NBR.
           MOVE AP-RULING-DATE TO WS-RL-DATE.

           PERFORM 0720-CHECK-APPEAL-START
           THRU    0720-CHECK-APPEAL-END.

           IF WS-AP-CAUSE NOT = SPACE
              MOVE "REFUSE" TO WS-RL-OUTCOME
              ADD 1 TO WS-AP-REFUSED-CNT
              PERFORM 0740-WRITE-REG-LINE-START
              THRU    0740-WRITE-REG-LINE-END
              GO TO 0710-APPEAL-RECORD-EXIT
           END-IF.

      *Recherche de la ligne de synthèse de l'étudiant pour l'année.
           MOVE AP-STUDENT-NBR TO WS-AP-NBR.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-ANNUAL-IDX FROM 1 BY 1
                                   UNTIL WS-ANNUAL-IDX > ANNUAL-LGHT
                IF AN-NBR(WS-ANNUAL-IDX) = WS-AP-NBR
                   SET WS-FOUND-IDX TO WS-ANNUAL-IDX
                END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = 0
              MOVE "SANS LIGNE" TO WS-RL-OUTCOME
              MOVE "AUCUNE LIGNE DE SYNTHESE POUR L'ANNEE"
                                TO WS-AP-CAUSE
              ADD 1 TO WS-AP-NOLINE-CNT
              PERFORM 0740-WRITE-REG-LINE-START
              THRU    0740-WRITE-REG-LINE-END
              GO TO 0710-APPEAL-RECORD-EXIT
           END-IF.

           STRING AN-LASTNAME(WS-FOUND-IDX)  DELIMITED BY SPACE
                  " "                        DELIMITED BY SIZE
                  AN-FIRSTNAME(WS-FOUND-IDX) DELIMITED BY SPACE
             INTO WS-RL-NAME
           END-STRING.

      *Un seul recours par étudiant et par année, et seules les
      *              décisions défavorables peuvent être contestées.
           IF AN-APPEAL-SW(WS-FOUND-IDX) = "O"
              MOVE "RECOURS EN DOUBLE POUR L'ANNEE" TO WS-AP-CAUSE
           ELSE
              IF AN-DECISION(WS-FOUND-IDX) = "ADMIS EN CLASSE SUP."
                 MOVE "DECISION NON CONTESTABLE (ADMIS)"
                                TO WS-AP-CAUSE
              END-IF
           END-IF.

           IF WS-AP-CAUSE NOT = SPACE
              MOVE "REFUSE" TO WS-RL-OUTCOME
              ADD 1 TO WS-AP-REFUSED-CNT
              PERFORM 0740-WRITE-REG-LINE-START
              THRU    0740-WRITE-REG-LINE-END
              GO TO 0710-APPEAL-RECORD-EXIT
           END-IF.

      *Application : la décision calculée est conservée, la décision
      *                 de la commission devient la décision finale.
           MOVE "O" TO AN-APPEAL-SW(WS-FOUND-IDX).
           MOVE AN-DECISION(WS-FOUND-IDX)
                           TO AN-DECISION-ORIG(WS-FOUND-IDX).
           MOVE AP-RULING-DATE TO AN-APPEAL-DATE(WS-FOUND-IDX).
           EVALUATE AP-RULING
             WHEN "A"
               MOVE "ADMIS EN CLASSE SUP." TO AN-DECISION(WS-FOUND-IDX)
             WHEN "R"
               MOVE "REDOUBLEMENT"         TO AN-DECISION(WS-FOUND-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF AN-DECISION(WS-FOUND-IDX) =
                                   AN-DECISION-ORIG(WS-FOUND-IDX)
              MOVE "MAINTENUE" TO WS-RL-OUTCOME
              ADD 1 TO WS-AP-KEPT-CNT
           ELSE
              MOVE "MODIFIEE"  TO WS-RL-OUTCOME
              ADD 1 TO WS-AP-CHANGED-CNT
           END-IF.
           MOVE AN-DECISION-ORIG(WS-FOUND-IDX) TO WS-RL-ORIG.
           MOVE " -> "                         TO WS-RL-ARROW.
           MOVE AN-DECISION(WS-FOUND-IDX)      TO WS-RL-FINAL.

           PERFORM 0740-WRITE-REG-LINE-START
           THRU    0740-WRITE-REG-LINE-END.

       0710-APPEAL-RECORD-EXIT.
           EXIT.
       0710-APPEAL-RECORD-END.

      *Paragraphe contrôlant le recours lu et positionnant
      *WS-AP-CAUSE (espace si recevable) : numéro d'étudiant, code
      *de décision de la commission, date de décision AAAAMMJJ et
      *                              motif (appelant: 0710).
       0720-CHECK-APPEAL-START.
           MOVE SPACE TO WS-AP-CAUSE.

           EVALUATE TRUE
             WHEN AP-STUDENT-NBR IS NOT NUMERIC
               OR AP-STUDENT-NBR = "000000"
               MOVE "NUMERO D'ETUDIANT INVALIDE" TO WS-AP-CAUSE
             WHEN AP-RULING NOT = "A" AND NOT = "R" AND NOT = "M"
               MOVE "DECISION DE LA COMMISSION INCONNUE"
                                                 TO WS-AP-CAUSE
             WHEN AP-RULING-DATE IS NOT NUMERIC
               MOVE "DATE DE DECISION INVALIDE"  TO WS-AP-CAUSE
             WHEN AP-RD-MONTH < 1 OR AP-RD-MONTH > 12
               OR AP-RD-DAY < 1 OR AP-RD-DAY > 31
               MOVE "DATE DE DECISION INVALIDE"  TO WS-AP-CAUSE
             WHEN AP-REASON = SPACE
               MOVE "MOTIF ABSENT"               TO WS-AP-CAUSE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       0720-CHECK-APPEAL-END.

      *Paragraphe écrivant la ligne du registre du recours en cours,
      *suivie du motif de la commission ou de la cause du refus
      *                                        (appelant: 0710).
       0740-WRITE-REG-LINE-START.
           MOVE WS-REG-LINE TO REC-F-APPEALREG.
           WRITE REC-F-APPEALREG.
           PERFORM 9050-CHECK-APPEALREG-STATUS-START
           THRU    9050-CHECK-APPEALREG-STATUS-END.

           IF WS-AP-CAUSE = SPACE
              MOVE "Motif : " TO WS-RX-LABEL
              MOVE AP-REASON  TO WS-RX-TEXT
           ELSE
              MOVE "Cause : " TO WS-RX-LABEL
              MOVE WS-AP-CAUSE TO WS-RX-TEXT
           END-IF.
           MOVE WS-REG-TEXT-LINE TO REC-F-APPEALREG.
           WRITE REC-F-APPEALREG.
           PERFORM 9050-CHECK-APPEALREG-STATUS-START
           THRU    9050-CHECK-APPEALREG-STATUS-END.

           EXIT.
       0740-WRITE-REG-LINE-END.

      *Paragraphe écrivant les comptages du registre des appels
      *                                         (appelant: 0700).
       0750-APPEAL-TOTALS-START.
           MOVE AFF-ETOILE TO REC-F-APPEALREG.
           WRITE REC-F-APPEALREG.
           PERFORM 9050-CHECK-APPEALREG-STATUS-START
           THRU    9050-CHECK-APPEALREG-STATUS-END.

           MOVE "RECOURS LUS"                TO WS-STL-LABEL.
           MOVE WS-AP-READ-CNT               TO WS-STL-CNT.
           PERFORM 0760-WRITE-REG-TOTAL-START
           THRU    0760-WRITE-REG-TOTAL-END.

           MOVE "DECISIONS MODIFIEES"        TO WS-STL-LABEL.
           MOVE WS-AP-CHANGED-CNT            TO WS-STL-CNT.
           PERFORM 0760-WRITE-REG-TOTAL-START
           THRU    0760-WRITE-REG-TOTAL-END.

           MOVE "DECISIONS MAINTENUES"       TO WS-STL-LABEL.
           MOVE WS-AP-KEPT-CNT               TO WS-STL-CNT.
           PERFORM 0760-WRITE-REG-TOTAL-START
           THRU    0760-WRITE-REG-TOTAL-END.

           MOVE "RECOURS SANS LIGNE DE SYNTHESE" TO WS-STL-LABEL.
           MOVE WS-AP-NOLINE-CNT             TO WS-STL-CNT.
           PERFORM 0760-WRITE-REG-TOTAL-START
           THRU    0760-WRITE-REG-TOTAL-END.

           MOVE "RECOURS REFUSES"            TO WS-STL-LABEL.
           MOVE WS-AP-REFUSED-CNT            TO WS-STL-CNT.
           PERFORM 0760-WRITE-REG-TOTAL-START
           THRU    0760-WRITE-REG-TOTAL-END.

           MOVE "RECOURS D'UNE AUTRE ANNEE (IGNORES)" TO WS-STL-LABEL.
           MOVE WS-AP-OTHER-CNT              TO WS-STL-CNT.
           PERFORM 0760-WRITE-REG-TOTAL-START
           THRU    0760-WRITE-REG-TOTAL-END.

           EXIT.
       0750-APPEAL-TOTALS-END.

      *Paragraphe écrivant une ligne de comptage du registre
      *                                         (appelant: 0750).
       0760-WRITE-REG-TOTAL-START.
           MOVE WS-SIM-TOT-LINE TO REC-F-APPEALREG.
           WRITE REC-F-APPEALREG.
           PERFORM 9050-CHECK-APPEALREG-STATUS-START
           THRU    9050-CHECK-APPEALREG-STATUS-END.

           EXIT.
       0760-WRITE-REG-TOTAL-END.

      ******************************************************************
      *
      ******************************************************************
           EXIT.
       9005-CHECK-PARAM-STATUS-END.

      *Vérifie que la dernière lecture de la politique proposée s'est
      *terminée par un état OK ou par la fin de fichier attendue ;
      *                    sinon, abend avec le statut fichier observé.
       9006-CHECK-PARAMSIM-STATUS-START.
           IF NOT F-PARAMSIM-STATUS-OK AND NOT F-PARAMSIM-STATUS-EOF
              STRING "Statut " F-PARAMSIM-STATUS
                     " inattendu, lecture F-PARAMSIM (0055/0620)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9006-CHECK-PARAMSIM-STATUS-END.

      *Vérifie que la dernière lecture des décisions de la commission
      *d'appel s'est terminée par un état OK ou par la fin de fichier
      *          attendue ; sinon, abend avec le statut fichier observé.
       9007-CHECK-APPEAL-STATUS-START.
           IF NOT F-APPEAL-STATUS-OK AND NOT F-APPEAL-STATUS-EOF
              STRING "Statut " F-APPEAL-STATUS
                     " inattendu, lecture F-APPEAL (0700)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9007-CHECK-APPEAL-STATUS-END.

      *Vérifie que la dernière lecture de l'historique des résultats
      *s'est terminée par un état OK ou par la fin de fichier
      *              attendue ; sinon, abend avec le statut fichier observé.

           EXIT.
       9040-CHECK-ANNUAL-STATUS-END.

      *Vérifie que la dernière écriture du rapport comparatif de
      *simulation s'est terminée par un état OK ; sinon, abend avec
      *                                          le statut observé.
       9045-CHECK-SIMREPORT-STATUS-START.
           IF NOT F-SIMREPORT-STATUS-OK
              STRING "Statut " F-SIMREPORT-STATUS
                     " inattendu, écriture F-SIMREPORT (0630)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9045-CHECK-SIMREPORT-STATUS-END.

      *Vérifie que la dernière écriture du registre des appels s'est
      *terminée par un état OK ; sinon, abend avec le statut observé.
       9050-CHECK-APPEALREG-STATUS-START.
           IF NOT F-APPEALREG-STATUS-OK
              STRING "Statut " F-APPEALREG-STATUS
                     " inattendu, écriture F-APPEALREG (0700)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9050-CHECK-APPEALREG-STATUS-END.
