      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. periodclose.
       AUTHOR. AlexEnCode&Terry.

      ******************************************************************
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *
      ******************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      ******************************************************************
      *
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registre des périodes closes, indexé par période, année
      *scolaire et classe : une période close ne peut plus être
      *republiée par le traitement des bulletins, seul le passage
      *                           de corrections reste permis.
           SELECT F-CLOSING
               ASSIGN TO 'closing.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS PC-KEY
               FILE STATUS IS F-CLOSING-STATUS.

      *Historique des résultats par période, entretenu par le
      *traitement des bulletins : il fournit l'empreinte des
      *                      résultats publiés au moment de la clôture.
           SELECT F-HISTORY
               ASSIGN TO 'history.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

      *Mouvements du registre : clôture ("F") ou réouverture ("R")
      *d'une période pour une classe, avec l'auteur et le motif.
           SELECT F-TRANSAC
               ASSIGN TO 'closetransac.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANSAC-STATUS.

      *Compte-rendu de la mise à jour : comptages par type de
      *                     mouvement et détail des mouvements refusés.
           SELECT F-MAINT-REPORT
               ASSIGN TO 'closereport.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MAINT-REPORT-STATUS.

      *Journal cumulatif des clôtures et réouvertures appliquées :
      *date et heure, période visée, auteur, empreinte et motif. Il
      *est la trace d'audit de qui a rouvert quoi et pourquoi, le
      *               registre ne gardant que le dernier état.
           SELECT F-JOURNAL
               ASSIGN TO 'closejournal.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JOURNAL-STATUS.

      *Journal de marche cumulatif de la chaîne, partagé avec le
      *traitement des bulletins : une ligne par exécution avec les
      *                       comptages et le code retour final.
           SELECT F-RUNLOG
               ASSIGN TO 'runlog.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RUNLOG-STATUS.

      ******************************************************************
      *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *
      ******************************************************************
       FILE SECTION.

      *Enregistrement du registre : clé période + année + classe,
      *état ("F" close, "O" rouverte), date et auteur du dernier
      *mouvement, puis l'empreinte des résultats à la clôture :
      *nombre d'étudiants, somme des moyennes et somme des numéros
      *                                              d'étudiant.
       FD  F-CLOSING
           RECORD CONTAINS 56 CHARACTERS.

       01  REC-F-CLOSING.
           03 PC-KEY.
               05 PC-PERIOD      PIC 9(01).
               05 PC-YEAR        PIC X(09).
               05 PC-CLASS-CODE  PIC X(05).
           03 PC-STATE           PIC X(01).
               88 PC-CLOSED         VALUE "F".
               88 PC-REOPENED       VALUE "O".
           03 PC-DATE            PIC 9(08).
           03 PC-OPERATOR        PIC X(10).
           03 PC-FP-COUNT        PIC 9(04).
           03 PC-FP-SUM          PIC 9(06)V9(02).
           03 PC-FP-HASH         PIC 9(10).

      *Enregistrement de l'historique des résultats (même dessin que
      *                                 le traitement trimestriel).
       FD  F-HISTORY
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTORY.
           03 H-PERIOD           PIC 9(01).
           03 H-YEAR             PIC X(09).
           03 H-CLASS-CODE       PIC X(05).
           03 H-LASTNAME         PIC X(07).
           03 H-FIRSTNAME        PIC X(06).
           03 H-AVERAGE          PIC 99,99.
           03 H-STUDENT-NBR      PIC 9(06).

      *Enregistrement de mouvement : code "F" (clôture) ou "R"
      *(réouverture), période, année scolaire, classe, auteur du
      *          mouvement et motif (obligatoire pour une réouverture).
       FD  F-TRANSAC
           RECORD CONTAINS 66 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-TRANSAC.
           03 TX-CODE            PIC X(01).
           03 TX-PERIOD          PIC X(01).
           03 TX-YEAR            PIC X(09).
           03 TX-CLASS-CODE      PIC X(05).
           03 TX-OPERATOR        PIC X(10).
           03 TX-REASON          PIC X(40).

       FD  F-MAINT-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MAINT-REPORT    PIC X(80).

      *Ligne du journal d'audit des clôtures et réouvertures.
       FD  F-JOURNAL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-JOURNAL.
           03 JR-RUN-DATE        PIC 9(08).
           03 JR-RUN-TIME        PIC 9(06).
           03 FILLER             PIC X(01).
           03 JR-CODE            PIC X(01).
           03 FILLER             PIC X(01).
           03 JR-PERIOD          PIC 9(01).
           03 FILLER             PIC X(01).
           03 JR-YEAR            PIC X(09).
           03 FILLER             PIC X(01).
           03 JR-CLASS-CODE      PIC X(05).
           03 FILLER             PIC X(01).
           03 JR-OPERATOR        PIC X(10).
           03 FILLER             PIC X(01).
           03 JR-FP-COUNT        PIC 9(04).
           03 FILLER             PIC X(01).
           03 JR-FP-SUM          PIC 9(06),9(02).
           03 FILLER             PIC X(01).
           03 JR-FP-HASH         PIC 9(10).
           03 FILLER             PIC X(01).
           03 JR-REASON          PIC X(40).
           03 FILLER             PIC X(08).

      *Ligne du journal de marche cumulatif (même fichier que le
      *                                  traitement des bulletins).
       FD  F-RUNLOG
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RUNLOG          PIC X(132).

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.

      *Flag gérant la lecture/écriture du registre. Statut 35 :
      *registre encore jamais créé ; statut 23 : période absente du
      *                                                 registre.
       01  F-CLOSING-STATUS      PIC X(02) VALUE SPACE.
           88 F-CLOSING-STATUS-OK       VALUE '00'.
           88 F-CLOSING-STATUS-NOTFND   VALUE '23'.
           88 F-CLOSING-STATUS-ABSENT   VALUE '35'.

      *Flag gérant la lecture de l'historique. Statut 35 : aucun
      *            résultat publié, aucune période ne peut être close.
       01  F-HISTORY-STATUS      PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK       VALUE '00'.
           88 F-HISTORY-STATUS-EOF      VALUE '10'.
           88 F-HISTORY-STATUS-ABSENT   VALUE '35'.

      *Flag gérant la lecture du fichier de mouvements.
       01  F-TRANSAC-STATUS      PIC X(02) VALUE SPACE.
           88 F-TRANSAC-STATUS-OK       VALUE '00'.
           88 F-TRANSAC-STATUS-EOF      VALUE '10'.
           88 F-TRANSAC-STATUS-ABSENT   VALUE '35'.

      *Flag gérant l'écriture du compte-rendu.
       01  F-MAINT-REPORT-STATUS PIC X(02) VALUE SPACE.
           88 F-MAINT-REPORT-STATUS-OK  VALUE '00'.

      *Flag gérant l'écriture du journal d'audit. Statut 35 : journal
      *encore jamais créé, on l'initialise avant de le rouvrir en
      *                                                     ajout.
       01  F-JOURNAL-STATUS      PIC X(02) VALUE SPACE.
           88 F-JOURNAL-STATUS-OK       VALUE '00'.
           88 F-JOURNAL-STATUS-ABSENT   VALUE '35'.

      *Flag gérant l'écriture du journal de marche. Statut 35 :
      *journal encore jamais créé, initialisé avant d'être rouvert
      *                                                 en ajout.
       01  F-RUNLOG-STATUS       PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK      VALUE '00'.
           88 F-RUNLOG-STATUS-ABSENT  VALUE '35'.

      *Date et heure d'exécution, reportées sur le registre et sur
      *                                  chaque ligne du journal.
       77  WS-RUN-DATE           PIC 9(08) VALUE 0.
       77  WS-RUN-TIME-RAW       PIC 9(08) VALUE 0.
       77  WS-RUN-TIME           PIC 9(06) VALUE 0.

      *Code retour final de l'exécution, reporté sur le journal de
      *                  marche : 0 propre, 4 mouvements refusés.
       77  WS-FINAL-RC           PIC 9(02) VALUE 0.

      *Compteur de la position (numéro de ligne) dans F-TRANSAC.
       77  WS-TX-LINE-NBR        PIC 9(06) VALUE 0.

      *Comptages des mouvements appliqués et refusés.
       77  WS-CLOSE-CNT          PIC 9(06) VALUE 0.
       77  WS-REOPEN-CNT         PIC 9(06) VALUE 0.
       77  WS-ERR-CNT            PIC 9(06) VALUE 0.

      *Libellé de la cause de l'arrêt anormal, affiché par 9000.
       01  WS-ABEND-LIMIT        PIC X(60) VALUE SPACE.

      *Indique que le mouvement courant est recevable (0215).
       01  WS-TX-VALID-SW        PIC X(01) VALUE "O".
           88 WS-TX-VALID           VALUE "O".

      *Année scolaire "AAAA-AAAA" décomposée pour son contrôle.
       01  WS-YEAR-WORK.
           05 WS-YW-START        PIC X(04).
           05 WS-YW-DASH         PIC X(01).
           05 WS-YW-END          PIC X(04).

      *Groupe de variable comprenant un tableau de l'historique des
      *résultats, chargé une fois pour le calcul des empreintes.
       01  DATA-HISTORY.
           05 HIST-LGHT          PIC 9(04) VALUE ZERO.
           05 HIST OCCURS 1 TO 2997 TIMES
                                           DEPENDING ON HIST-LGHT
                                           INDEXED BY WS-HIST-IDX.
               10 HI-PERIOD      PIC 9(01).
               10 HI-YEAR        PIC X(09).
               10 HI-CLASS-CODE  PIC X(05).
               10 HI-AVERAGE     PIC 9(02)V9(02).
               10 HI-NBR         PIC 9(06).

      *Empreinte des résultats de la période visée (0240).
       01  WS-FINGERPRINT.
           05 WS-FP-COUNT        PIC 9(04).
           05 WS-FP-SUM          PIC 9(06)V9(02).
           05 WS-FP-HASH         PIC 9(10).

      *Groupe de variable pour l'édition du compte-rendu.
           01 WS-MAINT-TITLE      PIC X(35)
              VALUE "REGISTRE DE CLOTURE DES PERIODES".
           01 WS-MAINT-ERR-LINE.
               05 WS-ME-LINE-NBR  PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ME-CODE      PIC X(01).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ME-PERIOD    PIC X(01).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ME-YEAR      PIC X(09).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ME-CLASS     PIC X(05).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ME-CAUSE     PIC X(40).
           01 WS-MAINT-CNT-LINE.
               05 WS-MC-LABEL     PIC X(16).
               05 FILLER          PIC X(03) VALUE " : ".
               05 WS-MC-CNT       PIC Z(05)9.

      *Groupe de variable pour la ligne du journal de marche de
      *                                         cette exécution.
           01 WS-RUNLOG-LINE.
               05 WS-RL-DATE      PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-TIME      PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-PROGRAM   PIC X(12) VALUE "periodclose".
               05 FILLER          PIC X(03) VALUE " F=".
               05 WS-RL-CLOSE     PIC Z(05)9.
               05 FILLER          PIC X(03) VALUE " R=".
               05 WS-RL-REOPEN    PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RJ=".
               05 WS-RL-ERR       PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RC=".
               05 WS-RL-RC        PIC 9(02).

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

      *Appel d'un paragraphe pour l'ouverture des fichiers et le
      *                          chargement de l'historique.
           PERFORM 0100-OPEN-START
           THRU    0100-OPEN-END.

      *Appel d'un paragraphe pour l'application des mouvements.
           PERFORM 0200-APPLY-START
           THRU    0200-APPLY-END.

      *Appel d'un paragraphe pour les comptages du compte-rendu
      *                                   et la fermeture des fichiers.
           PERFORM 0300-CLOSE-START
           THRU    0300-CLOSE-END.

           STOP RUN.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe gérant l'ouverture des fichiers. Un registre encore
      *jamais créé est initialisé vide avant d'être rouvert en mise
      *à jour. L'historique est chargé en mémoire : absent, aucune
      *         période n'a de résultat et toute clôture sera refusée.
       0100-OPEN-START.
           OPEN I-O F-CLOSING.

           IF F-CLOSING-STATUS-ABSENT
              OPEN OUTPUT F-CLOSING
              PERFORM 9010-CHECK-CLOSING-STATUS-START
              THRU    9010-CHECK-CLOSING-STATUS-END
              CLOSE F-CLOSING
              OPEN I-O F-CLOSING
           END-IF.
           PERFORM 9010-CHECK-CLOSING-STATUS-START
           THRU    9010-CHECK-CLOSING-STATUS-END.

           OPEN INPUT F-TRANSAC.
           IF F-TRANSAC-STATUS-ABSENT
              MOVE "Fichier de mouvements absent" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           OPEN INPUT F-HISTORY.
           IF NOT F-HISTORY-STATUS-ABSENT
              PERFORM 9025-CHECK-HISTORY-STATUS-START
              THRU    9025-CHECK-HISTORY-STATUS-END
              PERFORM UNTIL F-HISTORY-STATUS-EOF
                  READ F-HISTORY
                   NOT AT END
                      IF HIST-LGHT NOT < 2997
                         MOVE "HIST-LGHT (2997 lignes d'historique)"
                                             TO WS-ABEND-LIMIT
                         PERFORM 9000-ABEND-START
                         THRU    9000-ABEND-END
                      END-IF
                      ADD 1 TO HIST-LGHT
                      MOVE H-PERIOD     TO HI-PERIOD(HIST-LGHT)
                      MOVE H-YEAR       TO HI-YEAR(HIST-LGHT)
                      MOVE H-CLASS-CODE TO HI-CLASS-CODE(HIST-LGHT)
                      MOVE H-AVERAGE    TO HI-AVERAGE(HIST-LGHT)
                      IF H-STUDENT-NBR IS NUMERIC
                         MOVE H-STUDENT-NBR TO HI-NBR(HIST-LGHT)
                      ELSE
                         MOVE 0             TO HI-NBR(HIST-LGHT)
                      END-IF
                  END-READ
                  PERFORM 9025-CHECK-HISTORY-STATUS-START
                  THRU    9025-CHECK-HISTORY-STATUS-END
              END-PERFORM
              CLOSE F-HISTORY
           END-IF.

           OPEN OUTPUT F-MAINT-REPORT.

           MOVE WS-MAINT-TITLE TO REC-F-MAINT-REPORT.
           WRITE REC-F-MAINT-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.

      *Le journal est cumulatif : on le complète sans l'écraser. Un
      *journal encore jamais créé est initialisé vide avant d'être
      *                                       rouvert en ajout.
           OPEN EXTEND F-JOURNAL.
           IF F-JOURNAL-STATUS-ABSENT
              OPEN OUTPUT F-JOURNAL
              PERFORM 9040-CHECK-JOURNAL-STATUS-START
              THRU    9040-CHECK-JOURNAL-STATUS-END
              CLOSE F-JOURNAL
              OPEN EXTEND F-JOURNAL
           END-IF.
           PERFORM 9040-CHECK-JOURNAL-STATUS-START
           THRU    9040-CHECK-JOURNAL-STATUS-END.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-RUN-TIME-RAW / 100.

           EXIT.
       0100-OPEN-END.

      *Paragraphe gérant la lecture des mouvements et leur
      *application un à un au registre via 0210.
       0200-APPLY-START.
           PERFORM UNTIL F-TRANSAC-STATUS-EOF
               READ F-TRANSAC
                NOT AT END
                   ADD 1 TO WS-TX-LINE-NBR
                   PERFORM 0210-APPLY-ONE-START
                   THRU    0210-APPLY-ONE-END
               END-READ

               PERFORM 9020-CHECK-TRANSAC-STATUS-START
               THRU    9020-CHECK-TRANSAC-STATUS-END
           END-PERFORM.

           EXIT.
       0200-APPLY-END.

      *Paragraphe appliquant le mouvement courant selon son code.
      *Clôture : l'empreinte des résultats de la période est
      *calculée sur l'historique, puis la période est inscrite au
      *registre (ou y repasse à l'état clos après une réouverture).
      *Réouverture : la période close repasse à l'état rouvert, avec
      *son auteur ; le motif va au journal d'audit. Un refus est
      *signalé dans le compte-rendu sans interrompre le traitement.
       0210-APPLY-ONE-START.
           PERFORM 0215-CHECK-TRANSAC-START
           THRU    0215-CHECK-TRANSAC-END.
           IF NOT WS-TX-VALID
              GO TO 0210-APPLY-ONE-EXIT
           END-IF.

           MOVE TX-PERIOD     TO PC-PERIOD.
           MOVE TX-YEAR       TO PC-YEAR.
           MOVE TX-CLASS-CODE TO PC-CLASS-CODE.

           EVALUATE TX-CODE
             WHEN "F"
               PERFORM 0240-FINGERPRINT-START
               THRU    0240-FINGERPRINT-END
               IF WS-FP-COUNT = 0
                  MOVE "AUCUN RESULTAT A L'HISTORIQUE" TO WS-ME-CAUSE
                  PERFORM 0220-REPORT-ERROR-START
                  THRU    0220-REPORT-ERROR-END
                  GO TO 0210-APPLY-ONE-EXIT
               END-IF
               READ F-CLOSING
                 INVALID KEY
                   PERFORM 0250-SET-CLOSED-START
                   THRU    0250-SET-CLOSED-END
                   WRITE REC-F-CLOSING
                   PERFORM 9010-CHECK-CLOSING-STATUS-START
                   THRU    9010-CHECK-CLOSING-STATUS-END
                   ADD 1 TO WS-CLOSE-CNT
                   PERFORM 0230-WRITE-JOURNAL-START
                   THRU    0230-WRITE-JOURNAL-END
                 NOT INVALID KEY
                   PERFORM 9010-CHECK-CLOSING-STATUS-START
                   THRU    9010-CHECK-CLOSING-STATUS-END
                   IF PC-CLOSED
                      MOVE "PERIODE DEJA CLOSE" TO WS-ME-CAUSE
                      PERFORM 0220-REPORT-ERROR-START
                      THRU    0220-REPORT-ERROR-END
                   ELSE
                      PERFORM 0250-SET-CLOSED-START
                      THRU    0250-SET-CLOSED-END
                      REWRITE REC-F-CLOSING
                      PERFORM 9010-CHECK-CLOSING-STATUS-START
                      THRU    9010-CHECK-CLOSING-STATUS-END
                      ADD 1 TO WS-CLOSE-CNT
                      PERFORM 0230-WRITE-JOURNAL-START
                      THRU    0230-WRITE-JOURNAL-END
                   END-IF
               END-READ
             WHEN "R"
               READ F-CLOSING
                 INVALID KEY
                   MOVE "PERIODE NON CLOSE" TO WS-ME-CAUSE
                   PERFORM 0220-REPORT-ERROR-START
                   THRU    0220-REPORT-ERROR-END
                 NOT INVALID KEY
                   PERFORM 9010-CHECK-CLOSING-STATUS-START
                   THRU    9010-CHECK-CLOSING-STATUS-END
                   IF NOT PC-CLOSED
                      MOVE "PERIODE NON CLOSE" TO WS-ME-CAUSE
                      PERFORM 0220-REPORT-ERROR-START
                      THRU    0220-REPORT-ERROR-END
                   ELSE
      *L'empreinte de la clôture est gardée au registre et reportée
      *      au journal : elle dit ce qui était publié à la réouverture.
                      SET PC-REOPENED  TO TRUE
                      MOVE WS-RUN-DATE TO PC-DATE
                      MOVE TX-OPERATOR TO PC-OPERATOR
                      MOVE PC-FP-COUNT TO WS-FP-COUNT
                      MOVE PC-FP-SUM   TO WS-FP-SUM
                      MOVE PC-FP-HASH  TO WS-FP-HASH
                      REWRITE REC-F-CLOSING
                      PERFORM 9010-CHECK-CLOSING-STATUS-START
                      THRU    9010-CHECK-CLOSING-STATUS-END
                      ADD 1 TO WS-REOPEN-CNT
                      PERFORM 0230-WRITE-JOURNAL-START
                      THRU    0230-WRITE-JOURNAL-END
                   END-IF
               END-READ
           END-EVALUATE.

       0210-APPLY-ONE-EXIT.
           EXIT.
       0210-APPLY-ONE-END.

      *Paragraphe contrôlant le mouvement courant : code connu,
      *trimestre de 1 à 3, année scolaire "AAAA-AAAA", classe et
      *auteur renseignés ; une réouverture doit en outre porter son
      *motif. Toute règle enfreinte refuse le mouvement via 0220 et
      *             positionne WS-TX-VALID-SW à "N" (appelant: 0210).
       0215-CHECK-TRANSAC-START.
           MOVE "O" TO WS-TX-VALID-SW.

           IF TX-CODE NOT = "F" AND TX-CODE NOT = "R"
              MOVE "CODE MOUVEMENT INCONNU" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
              GO TO 0215-CHECK-TRANSAC-EXIT
           END-IF.

           IF TX-PERIOD NOT = "1" AND TX-PERIOD NOT = "2"
              AND TX-PERIOD NOT = "3"
              MOVE "TRIMESTRE INVALIDE" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
           END-IF.

           MOVE TX-YEAR TO WS-YEAR-WORK.
           IF WS-YW-START IS NOT NUMERIC
              OR WS-YW-DASH NOT = "-"
              OR WS-YW-END IS NOT NUMERIC
              MOVE "ANNEE SCOLAIRE INVALIDE" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
           END-IF.

           IF TX-CLASS-CODE = SPACE
              MOVE "CLASSE A BLANC" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
           END-IF.

           IF TX-OPERATOR = SPACE
              MOVE "AUTEUR DU MOUVEMENT A BLANC" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
           END-IF.

           IF TX-CODE = "R" AND TX-REASON = SPACE
              MOVE "REOUVERTURE SANS MOTIF" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
           END-IF.

       0215-CHECK-TRANSAC-EXIT.
           EXIT.
       0215-CHECK-TRANSAC-END.

      *Paragraphe signalant le mouvement refusé dans le compte-rendu
      *                 et comptant le refus (appelant: 0210/0215).
       0220-REPORT-ERROR-START.
           MOVE WS-TX-LINE-NBR    TO WS-ME-LINE-NBR.
           MOVE TX-CODE           TO WS-ME-CODE.
           MOVE TX-PERIOD         TO WS-ME-PERIOD.
           MOVE TX-YEAR           TO WS-ME-YEAR.
           MOVE TX-CLASS-CODE     TO WS-ME-CLASS.
           MOVE WS-MAINT-ERR-LINE TO REC-F-MAINT-REPORT.
           WRITE REC-F-MAINT-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.
           ADD 1 TO WS-ERR-CNT.

           EXIT.
       0220-REPORT-ERROR-END.

      *Paragraphe écrivant la ligne du journal d'audit pour le
      *mouvement qui vient d'être appliqué : période visée, auteur,
      *             empreinte et motif (appelant: 0210).
       0230-WRITE-JOURNAL-START.
           MOVE SPACE          TO REC-F-JOURNAL.
           MOVE WS-RUN-DATE    TO JR-RUN-DATE.
           MOVE WS-RUN-TIME    TO JR-RUN-TIME.
           MOVE TX-CODE        TO JR-CODE.
           MOVE PC-PERIOD      TO JR-PERIOD.
           MOVE PC-YEAR        TO JR-YEAR.
           MOVE PC-CLASS-CODE  TO JR-CLASS-CODE.
           MOVE TX-OPERATOR    TO JR-OPERATOR.
           MOVE WS-FP-COUNT    TO JR-FP-COUNT.
           MOVE WS-FP-SUM      TO JR-FP-SUM.
           MOVE WS-FP-HASH     TO JR-FP-HASH.
           MOVE TX-REASON      TO JR-REASON.
           WRITE REC-F-JOURNAL.
           PERFORM 9040-CHECK-JOURNAL-STATUS-START
           THRU    9040-CHECK-JOURNAL-STATUS-END.

           EXIT.
       0230-WRITE-JOURNAL-END.

      *Paragraphe calculant l'empreinte des résultats publiés pour la
      *période, l'année et la classe du mouvement : nombre de lignes
      *d'historique, somme des moyennes et somme des numéros
      *d'étudiant. Toute republication qui change un résultat change
      *                          l'empreinte (appelant: 0210).
       0240-FINGERPRINT-START.
           MOVE 0 TO WS-FP-COUNT.
           MOVE 0 TO WS-FP-SUM.
           MOVE 0 TO WS-FP-HASH.

           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                                   UNTIL WS-HIST-IDX > HIST-LGHT
                IF HI-PERIOD(WS-HIST-IDX) = PC-PERIOD
                   AND HI-YEAR(WS-HIST-IDX) = PC-YEAR
                   AND HI-CLASS-CODE(WS-HIST-IDX) = PC-CLASS-CODE
                   ADD 1                      TO WS-FP-COUNT
                   ADD HI-AVERAGE(WS-HIST-IDX) TO WS-FP-SUM
                   ADD HI-NBR(WS-HIST-IDX)     TO WS-FP-HASH
                END-IF
           END-PERFORM.

           EXIT.
       0240-FINGERPRINT-END.

      *Paragraphe préparant l'enregistrement du registre à l'état
      *clos : date, auteur et empreinte calculée par 0240
      *                                         (appelant: 0210).
       0250-SET-CLOSED-START.
           MOVE TX-PERIOD     TO PC-PERIOD.
           MOVE TX-YEAR       TO PC-YEAR.
           MOVE TX-CLASS-CODE TO PC-CLASS-CODE.
           SET PC-CLOSED      TO TRUE.
           MOVE WS-RUN-DATE   TO PC-DATE.
           MOVE TX-OPERATOR   TO PC-OPERATOR.
           MOVE WS-FP-COUNT   TO PC-FP-COUNT.
           MOVE WS-FP-SUM     TO PC-FP-SUM.
           MOVE WS-FP-HASH    TO PC-FP-HASH.

           EXIT.
       0250-SET-CLOSED-END.

      *Paragraphe écrivant les comptages du compte-rendu puis
      *                                     fermant les fichiers.
       0300-CLOSE-START.
           MOVE "CLOTURES"      TO WS-MC-LABEL
           MOVE WS-CLOSE-CNT    TO WS-MC-CNT
           MOVE WS-MAINT-CNT-LINE TO REC-F-MAINT-REPORT
           WRITE REC-F-MAINT-REPORT
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "REOUVERTURES"  TO WS-MC-LABEL
           MOVE WS-REOPEN-CNT   TO WS-MC-CNT
           MOVE WS-MAINT-CNT-LINE TO REC-F-MAINT-REPORT
           WRITE REC-F-MAINT-REPORT
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "REFUS"         TO WS-MC-LABEL
           MOVE WS-ERR-CNT      TO WS-MC-CNT
           MOVE WS-MAINT-CNT-LINE TO REC-F-MAINT-REPORT
           WRITE REC-F-MAINT-REPORT
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.

      *Des mouvements refusés laissent un code retour
      *              d'avertissement pour l'ordonnanceur.
           IF WS-ERR-CNT > 0
              MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.

           PERFORM 0310-RUNLOG-START
           THRU    0310-RUNLOG-END.

           CLOSE F-CLOSING.
           CLOSE F-TRANSAC.
           CLOSE F-MAINT-REPORT.
           CLOSE F-JOURNAL.

           EXIT.
       0300-CLOSE-END.

      *Paragraphe ajoutant la ligne de fin d'exécution au journal de
      *marche cumulatif : date et heure, comptages par type de
      *                  mouvement et code retour final (appelant: 0300).
       0310-RUNLOG-START.
           OPEN EXTEND F-RUNLOG.
           IF F-RUNLOG-STATUS-ABSENT
              OPEN OUTPUT F-RUNLOG
              PERFORM 9050-CHECK-RUNLOG-STATUS-START
              THRU    9050-CHECK-RUNLOG-STATUS-END
              CLOSE F-RUNLOG
              OPEN EXTEND F-RUNLOG
           END-IF.
           PERFORM 9050-CHECK-RUNLOG-STATUS-START
           THRU    9050-CHECK-RUNLOG-STATUS-END.

           MOVE WS-RUN-DATE   TO WS-RL-DATE.
           MOVE WS-RUN-TIME   TO WS-RL-TIME.
           MOVE WS-CLOSE-CNT  TO WS-RL-CLOSE.
           MOVE WS-REOPEN-CNT TO WS-RL-REOPEN.
           MOVE WS-ERR-CNT    TO WS-RL-ERR.
           MOVE WS-FINAL-RC   TO WS-RL-RC.
           MOVE WS-RUNLOG-LINE TO REC-F-RUNLOG.
           WRITE REC-F-RUNLOG.
           PERFORM 9050-CHECK-RUNLOG-STATUS-START
           THRU    9050-CHECK-RUNLOG-STATUS-END.

           CLOSE F-RUNLOG.

           EXIT.
       0310-RUNLOG-END.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe d'arrêt anormal : affiche la cause puis termine
      *                                  le traitement par STOP RUN.
       9000-ABEND-START.
           DISPLAY "*** ARRET ANORMAL DU PROGRAMME periodclose ***".
           DISPLAY "Cause : " WS-ABEND-LIMIT.
           DISPLAY "Mouvement en cours : " WS-TX-LINE-NBR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9000-ABEND-END.

      *Vérifie que la dernière opération sur le registre s'est
      *terminée par un état OK ; sinon, abend avec le statut
      *                                                  observé.
       9010-CHECK-CLOSING-STATUS-START.
           IF NOT F-CLOSING-STATUS-OK
              STRING "Statut " F-CLOSING-STATUS
                     " inattendu, registre de cloture"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9010-CHECK-CLOSING-STATUS-END.

      *Vérifie que la dernière lecture des mouvements s'est terminée
      *par un état OK ou par la fin de fichier attendue ; sinon,
      *                            abend avec le statut fichier observé.
       9020-CHECK-TRANSAC-STATUS-START.
           IF NOT F-TRANSAC-STATUS-OK AND NOT F-TRANSAC-STATUS-EOF
              STRING "Statut " F-TRANSAC-STATUS
                     " inattendu, lecture F-TRANSAC (0200)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9020-CHECK-TRANSAC-STATUS-END.

      *Vérifie que la dernière lecture de l'historique s'est terminée
      *par un état OK ou par la fin de fichier attendue ; sinon,
      *                            abend avec le statut fichier observé.
       9025-CHECK-HISTORY-STATUS-START.
           IF NOT F-HISTORY-STATUS-OK AND NOT F-HISTORY-STATUS-EOF
              STRING "Statut " F-HISTORY-STATUS
                     " inattendu, lecture F-HISTORY (0100)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9025-CHECK-HISTORY-STATUS-END.

      *Vérifie que la dernière écriture du compte-rendu s'est
      *       terminée par un état OK ; sinon, abend avec le statut observé.
       9030-CHECK-REPORT-STATUS-START.
           IF NOT F-MAINT-REPORT-STATUS-OK
              STRING "Statut " F-MAINT-REPORT-STATUS
                     " inattendu, écriture F-MAINT-REPORT"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9030-CHECK-REPORT-STATUS-END.

      *Vérifie que la dernière opération sur le journal d'audit
      *s'est terminée par un état OK ; sinon, abend avec le statut
      *                                                  observé.
       9040-CHECK-JOURNAL-STATUS-START.
           IF NOT F-JOURNAL-STATUS-OK
              STRING "Statut " F-JOURNAL-STATUS
                     " inattendu, écriture F-JOURNAL"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9040-CHECK-JOURNAL-STATUS-END.

      *Vérifie que la dernière opération sur le journal de marche
      *s'est terminée par un état OK ; sinon, abend avec le statut
      *                                                  observé.
       9050-CHECK-RUNLOG-STATUS-START.
           IF NOT F-RUNLOG-STATUS-OK
              STRING "Statut " F-RUNLOG-STATUS
                     " inattendu, écriture F-RUNLOG (0310)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9050-CHECK-RUNLOG-STATUS-END.
