      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollover.
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
      *Synthèse annuelle écrite par le programme annual : un bloc par
      *classe, une ligne par étudiant avec son numéro stable et la
      *                                   décision de passage.
           SELECT F-ANNUAL
               ASSIGN TO 'annual.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNUAL-STATUS.

      *Table de passage de l'établissement : pour chaque classe, son
      *libellé, la classe à laquelle elle conduit et le libellé de
      *celle-ci. Une classe suivante à blanc marque une fin de cycle
      *                      (l'étudiant admis quitte l'établissement).
           SELECT F-PROGRESSION
               ASSIGN TO 'progression.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PROGRESSION-STATUS.

      *Fichier maître des étudiants, indexé par numéro d'étudiant
      *stable : il fournit l'identité des lignes "01" du squelette.
      *Il n'est pas mis à jour ici : l'affectation y entre par un
      *mouvement "P" appliqué et journalisé par mastermaint.
           SELECT F-MASTER
               ASSIGN TO 'master.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS M-STUDENT-NBR
               FILE STATUS IS F-MASTER-STATUS.

      *Mouvements de mise à jour du fichier maître, lus par
      *mastermaint : les affectations "P" sont ajoutées à la suite
      *              des mouvements déjà saisis par le secrétariat.
           SELECT F-TRANSAC
               ASSIGN TO 'transac.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANSAC-STATUS.

      *Projet des listes de classes de l'année suivante : lignes
      *"03" et "01" aux formats du fichier importé, une classe après
      *              l'autre, à compléter par le secrétariat.
           SELECT F-NEXT-INPUT
               ASSIGN TO 'nextinput.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NEXT-INPUT-STATUS.

      *Compte-rendu du passage : étudiants non affectés (placement en
      *attente, fin de cycle ou anomalie) et comptages.
           SELECT F-ROLL-REPORT
               ASSIGN TO 'rollreport.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ROLL-REPORT-STATUS.

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

      *Ligne de la synthèse annuelle, vue comme ligne de titre (année
      *synthétisée), ligne de classe ou ligne d'étudiant (numéro en
      *tête, décision en fin de ligne). Les en-têtes et comptages ne
      *                                         sont pas exploités.
       FD  F-ANNUAL
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ANNUAL          PIC X(100).

       01  REC-ANN-TITLE.
           03 AT-TITLE           PIC X(26).
           03 AT-YEAR            PIC X(09).

       01  REC-ANN-CLASS.
           03 AC-TITLE           PIC X(08).
           03 AC-CODE            PIC X(05).

       01  REC-ANN-DETAIL.
           03 AD-NBR             PIC X(06).
           03 FILLER             PIC X(01).
           03 AD-NAME            PIC X(19).
           03 FILLER             PIC X(29).
           03 AD-DECISION        PIC X(25).

      *Ligne de la table de passage.
       FD  F-PROGRESSION
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-PROGRESSION.
           03 PG-CLASS-CODE      PIC X(05).
           03 PG-CLASS-LABEL     PIC X(20).
           03 PG-NEXT-CODE       PIC X(05).
           03 PG-NEXT-LABEL      PIC X(20).

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

      *Enregistrement de mouvement (même dessin que mastermaint).
       FD  F-TRANSAC
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-TRANSAC.
           03 TX-CODE            PIC X(01).
           03 TX-STUDENT-NBR     PIC 9(06).
           03 TX-LASTNAME        PIC X(07).
           03 TX-FIRSTNAME       PIC X(06).
           03 TX-AGE             PIC X(02).
           03 TX-CLASS-CODE      PIC X(05).
           03 TX-PLACE-YEAR      PIC X(09).
           03 TX-DEPART-DATE     PIC 9(08).

      *Enregistrements du projet de listes de classes, aux formats
      *                    lus par le traitement des bulletins.
       FD  F-NEXT-INPUT
           RECORD CONTAINS 2 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-STUDENT.
           03 R-S-KEY            PIC 9(02).
           03 R-LASTNAME         PIC X(07).
           03 R-FIRSTNAME        PIC X(06).
           03 R-AGE              PIC 9(02).
           03 R-S-NBR            PIC 9(06).

       01  REC-CLASS.
           03 R-CL-KEY           PIC 9(02).
           03 R-CL-CODE          PIC X(05).
           03 R-CL-LABEL         PIC X(20).

       FD  F-ROLL-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ROLL-REPORT     PIC X(80).

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

      *Flag gérant la lecture de la synthèse annuelle. Statut 35 :
      *          aucune année synthétisée, rien à affecter (abend).
       01  F-ANNUAL-STATUS       PIC X(02) VALUE SPACE.
           88 F-ANNUAL-STATUS-OK        VALUE '00'.
           88 F-ANNUAL-STATUS-EOF       VALUE '10'.
           88 F-ANNUAL-STATUS-ABSENT    VALUE '35'.

      *Flag gérant la lecture de la table de passage. Statut 35 :
      *                      table absente, affectation impossible.
       01  F-PROGRESSION-STATUS  PIC X(02) VALUE SPACE.
           88 F-PROGRESSION-STATUS-OK     VALUE '00'.
           88 F-PROGRESSION-STATUS-EOF    VALUE '10'.
           88 F-PROGRESSION-STATUS-ABSENT VALUE '35'.

      *Flag gérant la lecture du fichier maître. Statut 23 : numéro
      *                                          absent du maître.
       01  F-MASTER-STATUS       PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK        VALUE '00'.
           88 F-MASTER-STATUS-NOTFND    VALUE '23'.

      *Flag gérant l'écriture des mouvements. Statut 35 : aucun
      *mouvement en attente, le fichier est créé avant d'être
      *                                         rouvert en ajout.
       01  F-TRANSAC-STATUS      PIC X(02) VALUE SPACE.
           88 F-TRANSAC-STATUS-OK       VALUE '00'.
           88 F-TRANSAC-STATUS-ABSENT   VALUE '35'.

      *Flag gérant l'écriture du projet de listes de classes.
       01  F-NEXT-INPUT-STATUS   PIC X(02) VALUE SPACE.
           88 F-NEXT-INPUT-STATUS-OK    VALUE '00'.

      *Flag gérant l'écriture du compte-rendu.
       01  F-ROLL-REPORT-STATUS  PIC X(02) VALUE SPACE.
           88 F-ROLL-REPORT-STATUS-OK   VALUE '00'.

      *Flag gérant l'écriture du journal de marche. Statut 35 :
      *journal encore jamais créé, initialisé avant d'être rouvert
      *                                                 en ajout.
       01  F-RUNLOG-STATUS       PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK      VALUE '00'.
           88 F-RUNLOG-STATUS-ABSENT  VALUE '35'.

      *Date et heure d'exécution, reportées sur le journal de marche.
       77  WS-RUN-DATE           PIC 9(08) VALUE 0.
       77  WS-RUN-TIME-RAW       PIC 9(08) VALUE 0.
       77  WS-RUN-TIME           PIC 9(06) VALUE 0.

      *Code retour final de l'exécution, reporté sur le journal de
      *            marche : 0 propre, 4 étudiants non affectés.
       77  WS-FINAL-RC           PIC 9(02) VALUE 0.

      *Compteur de la position (numéro de ligne) dans F-ANNUAL.
       77  WS-AN-LINE-NBR        PIC 9(06) VALUE 0.

      *Comptages de l'exécution.
       77  WS-PROMOTED-CNT       PIC 9(06) VALUE 0.
       77  WS-REPEAT-CNT         PIC 9(06) VALUE 0.
       77  WS-LEAVING-CNT        PIC 9(06) VALUE 0.
       77  WS-PENDING-CNT        PIC 9(06) VALUE 0.
       77  WS-ERR-CNT            PIC 9(06) VALUE 0.
       77  WS-NEXT-CLASS-CNT     PIC 9(06) VALUE 0.

      *Libellé de la cause de l'arrêt anormal, affiché par 9000.
       01  WS-ABEND-LIMIT        PIC X(60) VALUE SPACE.

      *Groupe de variable comprenant la table de passage chargée
      *                                                    en mémoire.
       01  DATA-PROGRESSION.
           05 PG-LGHT            PIC 9(03) VALUE ZERO.
           05 PG-TAB OCCURS 1 TO 200 TIMES
                                           DEPENDING ON PG-LGHT
                                           INDEXED BY WS-PG-IDX.
               10 PT-CLASS-CODE  PIC X(05).
               10 PT-CLASS-LABEL PIC X(20).
               10 PT-NEXT-CODE   PIC X(05).
               10 PT-NEXT-LABEL  PIC X(20).

      *Position de la classe de l'étudiant en cours dans PG-TAB
      *                                 (zéro si absente de la table).
       77  WS-PG-FOUND           PIC 9(03).

      *Groupe de variable comprenant un tableau des étudiants
      *affectés pour l'année suivante, trié par classe puis nom
      *                          avant l'écriture du projet (0400).
       01  DATA-NEXT.
           05 NX-LGHT            PIC 9(03) VALUE ZERO.
           05 NX-TAB OCCURS 1 TO 999 TIMES
                                           DEPENDING ON NX-LGHT
                                           INDEXED BY WS-NX-IDX.
               10 NX-CLASS-CODE  PIC X(05).
               10 NX-CLASS-LABEL PIC X(20).
               10 NX-LASTNAME    PIC X(07).
               10 NX-FIRSTNAME   PIC X(06).
               10 NX-AGE         PIC 9(02).
               10 NX-NBR         PIC 9(06).

      *Année synthétisée (titre de la synthèse) et année scolaire
      *d'affectation qui la suit, décomposées pour le calcul.
       01  WS-ANNUAL-YEAR.
           05 WS-AY-START        PIC X(04).
           05 WS-AY-DASH         PIC X(01).
           05 WS-AY-END          PIC X(04).
       01  WS-PLACE-YEAR.
           05 WS-PY-START        PIC 9(04).
           05 FILLER             PIC X(01) VALUE "-".
           05 WS-PY-END          PIC 9(04).
       01  WS-YEAR-SW            PIC X(01) VALUE "N".
           88 WS-YEAR-KNOWN         VALUE "O".

      *Classe de l'étudiant pendant l'année synthétisée (dernière
      *                          ligne "Classe: " rencontrée).
       01  WS-CURRENT-CLASS      PIC X(05) VALUE SPACE.

      *Affectation retenue pour l'étudiant en cours (0310).
       01  WS-TARGET-CODE        PIC X(05).
       01  WS-TARGET-LABEL       PIC X(20).

      *Code classe de rupture pendant l'écriture du projet (0400).
       01  WS-BREAK-CLASS        PIC X(05) VALUE SPACE.

      *Variable d'affichage d'étoile.
       01  AFF-ETOILE            PIC X(80) VALUE ALL "*".

      *Groupe de variable pour l'édition du compte-rendu.
           01 WS-ROLL-TITLE.
               05 FILLER          PIC X(31)
                  VALUE "PASSAGE DE FIN D'ANNEE - ANNEE ".
               05 WS-RT-YEAR      PIC X(09).
               05 FILLER          PIC X(10) VALUE " -> ANNEE ".
               05 WS-RT-PLACE     PIC X(09).
           01 WS-ROLL-SUBHDR.
               05 FILLER          PIC X(07) VALUE "Numero".
               05 FILLER          PIC X(20) VALUE "Nom".
               05 FILLER          PIC X(07) VALUE "Classe".
               05 FILLER          PIC X(30) VALUE "Motif".
           01 WS-ROLL-LINE.
               05 WS-RO-NBR       PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RO-NAME      PIC X(19).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RO-CLASS     PIC X(05).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 WS-RO-CAUSE     PIC X(40).
           01 WS-ROLL-CNT-LINE.
               05 WS-RC-LABEL     PIC X(24).
               05 FILLER          PIC X(03) VALUE " : ".
               05 WS-RC-CNT       PIC Z(05)9.

      *Groupe de variable pour la ligne du journal de marche de
      *                                         cette exécution.
           01 WS-RUNLOG-LINE.
               05 WS-RL-DATE      PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-TIME      PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-PROGRAM   PIC X(12) VALUE "rollover".
               05 FILLER          PIC X(04) VALUE " AD=".
               05 WS-RL-PROMOTED  PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RD=".
               05 WS-RL-REPEAT    PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " SO=".
               05 WS-RL-LEAVING   PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " AT=".
               05 WS-RL-PENDING   PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RJ=".
               05 WS-RL-ERR       PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RC=".
               05 WS-RL-RC        PIC 9(02).

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

      *Appel d'un paragraphe pour l'ouverture des fichiers.
           PERFORM 0100-OPEN-START
           THRU    0100-OPEN-END.

      *Appel d'un paragraphe pour charger la table de passage.
           PERFORM 0200-LOAD-PROGRESSION-START
           THRU    0200-LOAD-PROGRESSION-END.

      *Appel d'un paragraphe pour affecter chaque étudiant de la
      *                                         synthèse annuelle.
           PERFORM 0300-READ-ANNUAL-START
           THRU    0300-READ-ANNUAL-END.

      *Appel d'un paragraphe pour écrire le projet de listes de
      *                                                   classes.
           PERFORM 0400-WRITE-NEXT-START
           THRU    0400-WRITE-NEXT-END.

      *Appel d'un paragraphe pour les comptages du compte-rendu
      *                                   et la fermeture des fichiers.
           PERFORM 0500-CLOSE-START
           THRU    0500-CLOSE-END.

           STOP RUN.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe gérant l'ouverture des fichiers. La synthèse
      *annuelle, la table de passage et le maître sont
      *indispensables. Les mouvements sont complétés sans écraser
      *                       ceux que le secrétariat a déjà saisis.
       0100-OPEN-START.
           OPEN INPUT F-ANNUAL.
           IF F-ANNUAL-STATUS-ABSENT
              MOVE "Synthese annuelle absente" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           PERFORM 9010-CHECK-ANNUAL-STATUS-START
           THRU    9010-CHECK-ANNUAL-STATUS-END.

           OPEN INPUT F-PROGRESSION.
           IF F-PROGRESSION-STATUS-ABSENT
              MOVE "Table de passage absente" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           PERFORM 9020-CHECK-PROGRESSION-STATUS-START
           THRU    9020-CHECK-PROGRESSION-STATUS-END.

           OPEN INPUT F-MASTER.
           IF NOT F-MASTER-STATUS-OK
              STRING "Statut " F-MASTER-STATUS
                     " a l'ouverture du fichier maitre"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           OPEN EXTEND F-TRANSAC.
           IF F-TRANSAC-STATUS-ABSENT
              OPEN OUTPUT F-TRANSAC
              PERFORM 9030-CHECK-TRANSAC-STATUS-START
              THRU    9030-CHECK-TRANSAC-STATUS-END
              CLOSE F-TRANSAC
              OPEN EXTEND F-TRANSAC
           END-IF.
           PERFORM 9030-CHECK-TRANSAC-STATUS-START
           THRU    9030-CHECK-TRANSAC-STATUS-END.

           OPEN OUTPUT F-NEXT-INPUT.
           PERFORM 9040-CHECK-NEXT-INPUT-STATUS-START
           THRU    9040-CHECK-NEXT-INPUT-STATUS-END.

           OPEN OUTPUT F-ROLL-REPORT.
           PERFORM 9050-CHECK-REPORT-STATUS-START
           THRU    9050-CHECK-REPORT-STATUS-END.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-RUN-TIME-RAW / 100.

           EXIT.
       0100-OPEN-END.

      *Paragraphe chargeant la table de passage dans PG-TAB. C'est
      *une table de référence : une classe à blanc ou décrite deux
      *                  fois arrête le traitement (appelant: mainline).
       0200-LOAD-PROGRESSION-START.
           PERFORM UNTIL F-PROGRESSION-STATUS-EOF
               READ F-PROGRESSION
                NOT AT END
                   IF PG-CLASS-CODE = SPACE
                      MOVE "Table de passage : classe a blanc"
                                          TO WS-ABEND-LIMIT
                      PERFORM 9000-ABEND-START
                      THRU    9000-ABEND-END
                   END-IF
                   PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                                   UNTIL WS-PG-IDX > PG-LGHT
                        IF PT-CLASS-CODE(WS-PG-IDX) = PG-CLASS-CODE
                           STRING "Table de passage : classe "
                                  PG-CLASS-CODE " en double"
                             INTO WS-ABEND-LIMIT
                           END-STRING
                           PERFORM 9000-ABEND-START
                           THRU    9000-ABEND-END
                        END-IF
                   END-PERFORM
                   IF PG-LGHT NOT < 200
                      MOVE "PG-LGHT (200 classes de passage)"
                                          TO WS-ABEND-LIMIT
                      PERFORM 9000-ABEND-START
                      THRU    9000-ABEND-END
                   END-IF
                   ADD 1 TO PG-LGHT
                   MOVE PG-CLASS-CODE  TO PT-CLASS-CODE(PG-LGHT)
                   MOVE PG-CLASS-LABEL TO PT-CLASS-LABEL(PG-LGHT)
                   MOVE PG-NEXT-CODE   TO PT-NEXT-CODE(PG-LGHT)
                   MOVE PG-NEXT-LABEL  TO PT-NEXT-LABEL(PG-LGHT)
               END-READ

               PERFORM 9020-CHECK-PROGRESSION-STATUS-START
               THRU    9020-CHECK-PROGRESSION-STATUS-END
           END-PERFORM.

           CLOSE F-PROGRESSION.

           EXIT.
       0200-LOAD-PROGRESSION-END.

      *Paragraphe lisant la synthèse annuelle : le titre donne
      *l'année synthétisée (donc l'année d'affectation), chaque
      *ligne "Classe: " la classe courante, et chaque ligne
      *d'étudiant est affectée par 0310 (appelant: mainline).
       0300-READ-ANNUAL-START.
           PERFORM UNTIL F-ANNUAL-STATUS-EOF
               READ F-ANNUAL
                NOT AT END
                   ADD 1 TO WS-AN-LINE-NBR
                   EVALUATE TRUE
                     WHEN AT-TITLE = "SYNTHESE ANNUELLE - ANNEE "
                       PERFORM 0305-PLACE-YEAR-START
                       THRU    0305-PLACE-YEAR-END
                     WHEN AC-TITLE = "Classe: "
                       MOVE AC-CODE TO WS-CURRENT-CLASS
                     WHEN AD-NBR IS NUMERIC
                       IF NOT WS-YEAR-KNOWN
                          MOVE "Synthese annuelle sans ligne de titre"
                                              TO WS-ABEND-LIMIT
                          PERFORM 9000-ABEND-START
                          THRU    9000-ABEND-END
                       END-IF
                       PERFORM 0310-PLACE-ONE-START
                       THRU    0310-PLACE-ONE-END
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ

               PERFORM 9010-CHECK-ANNUAL-STATUS-START
               THRU    9010-CHECK-ANNUAL-STATUS-END
           END-PERFORM.

           CLOSE F-ANNUAL.

           IF NOT WS-YEAR-KNOWN
              MOVE "Synthese annuelle vide" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       0300-READ-ANNUAL-END.

      *Paragraphe calculant l'année d'affectation, qui suit l'année
      *synthétisée ("2023-2024" conduit à "2024-2025"), puis
      *écrivant le titre du compte-rendu (appelant: 0300).
       0305-PLACE-YEAR-START.
           MOVE AT-YEAR TO WS-ANNUAL-YEAR.
           IF WS-AY-START IS NOT NUMERIC
              OR WS-AY-DASH NOT = "-"
              OR WS-AY-END IS NOT NUMERIC
              MOVE "Annee de la synthese annuelle invalide"
                                  TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           MOVE WS-AY-START TO WS-PY-START.
           ADD 1 TO WS-PY-START.
           MOVE WS-AY-END   TO WS-PY-END.
           ADD 1 TO WS-PY-END.
           SET WS-YEAR-KNOWN TO TRUE.

           MOVE WS-ANNUAL-YEAR TO WS-RT-YEAR.
           MOVE WS-PLACE-YEAR  TO WS-RT-PLACE.
           MOVE WS-ROLL-TITLE  TO REC-F-ROLL-REPORT.
           WRITE REC-F-ROLL-REPORT.
           PERFORM 9050-CHECK-REPORT-STATUS-START
           THRU    9050-CHECK-REPORT-STATUS-END.

           MOVE AFF-ETOILE TO REC-F-ROLL-REPORT.
           WRITE REC-F-ROLL-REPORT.
           PERFORM 9050-CHECK-REPORT-STATUS-START
           THRU    9050-CHECK-REPORT-STATUS-END.

           MOVE WS-ROLL-SUBHDR TO REC-F-ROLL-REPORT.
           WRITE REC-F-ROLL-REPORT.
           PERFORM 9050-CHECK-REPORT-STATUS-START
           THRU    9050-CHECK-REPORT-STATUS-END.

           EXIT.
       0305-PLACE-YEAR-END.

      *Paragraphe affectant l'étudiant de la ligne courante selon sa
      *décision : admis, il passe dans la classe suivante de la table
      *(fin de cycle s'il n'y en a pas) ; redoublant, il reste dans
      *sa classe. Une orientation à examiner n'est pas affectée : elle
      *rejoint la liste des placements en attente, comme toute
      *anomalie, tout comme une ligne sans numéro stable ("000000").
      *Un étudiant affecté reçoit un mouvement "P" et entre au projet
      *               de l'année suivante (appelant: 0300).
       0310-PLACE-ONE-START.
           MOVE AD-NBR           TO WS-RO-NBR.
           MOVE AD-NAME          TO WS-RO-NAME.
           MOVE WS-CURRENT-CLASS TO WS-RO-CLASS.

           IF AD-NBR = "000000"
              MOVE "SANS NUMERO STABLE" TO WS-RO-CAUSE
              ADD 1 TO WS-ERR-CNT
              PERFORM 0320-REPORT-LINE-START
              THRU    0320-REPORT-LINE-END
              GO TO 0310-PLACE-ONE-EXIT
           END-IF.

           MOVE AD-NBR TO M-STUDENT-NBR.
           READ F-MASTER
             INVALID KEY
               MOVE "NUMERO INCONNU AU MAITRE" TO WS-RO-CAUSE
               ADD 1 TO WS-ERR-CNT
               PERFORM 0320-REPORT-LINE-START
               THRU    0320-REPORT-LINE-END
               GO TO 0310-PLACE-ONE-EXIT
           END-READ.
           PERFORM 9015-CHECK-MASTER-READ-START
           THRU    9015-CHECK-MASTER-READ-END.

           MOVE 0 TO WS-PG-FOUND.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > PG-LGHT OR WS-PG-FOUND > 0
                IF PT-CLASS-CODE(WS-PG-IDX) = WS-CURRENT-CLASS
                   SET WS-PG-FOUND TO WS-PG-IDX
                END-IF
           END-PERFORM.

           EVALUATE AD-DECISION
             WHEN "ORIENTATION A EXAMINER"
               MOVE "ORIENTATION A EXAMINER" TO WS-RO-CAUSE
               ADD 1 TO WS-PENDING-CNT
               PERFORM 0320-REPORT-LINE-START
               THRU    0320-REPORT-LINE-END
               GO TO 0310-PLACE-ONE-EXIT
             WHEN "ADMIS EN CLASSE SUP."
             WHEN "REDOUBLEMENT"
               IF WS-PG-FOUND = 0
                  MOVE "CLASSE ABSENTE DE LA TABLE DE PASSAGE"
                                       TO WS-RO-CAUSE
                  ADD 1 TO WS-ERR-CNT
                  PERFORM 0320-REPORT-LINE-START
                  THRU    0320-REPORT-LINE-END
                  GO TO 0310-PLACE-ONE-EXIT
               END-IF
             WHEN OTHER
               MOVE "DECISION NON RECONNUE" TO WS-RO-CAUSE
               ADD 1 TO WS-ERR-CNT
               PERFORM 0320-REPORT-LINE-START
               THRU    0320-REPORT-LINE-END
               GO TO 0310-PLACE-ONE-EXIT
           END-EVALUATE.

           IF AD-DECISION = "REDOUBLEMENT"
              MOVE PT-CLASS-CODE(WS-PG-FOUND)  TO WS-TARGET-CODE
              MOVE PT-CLASS-LABEL(WS-PG-FOUND) TO WS-TARGET-LABEL
              ADD 1 TO WS-REPEAT-CNT
           ELSE
              IF PT-NEXT-CODE(WS-PG-FOUND) = SPACE
                 MOVE "FIN DE CYCLE, QUITTE L'ETABLISSEMENT"
                                       TO WS-RO-CAUSE
                 ADD 1 TO WS-LEAVING-CNT
                 PERFORM 0320-REPORT-LINE-START
                 THRU    0320-REPORT-LINE-END
                 GO TO 0310-PLACE-ONE-EXIT
              END-IF
              MOVE PT-NEXT-CODE(WS-PG-FOUND)  TO WS-TARGET-CODE
              MOVE PT-NEXT-LABEL(WS-PG-FOUND) TO WS-TARGET-LABEL
              ADD 1 TO WS-PROMOTED-CNT
           END-IF.

      *Mouvement d'affectation pour mastermaint.
           MOVE SPACE          TO REC-F-TRANSAC.
           MOVE "P"            TO TX-CODE.
           MOVE M-STUDENT-NBR  TO TX-STUDENT-NBR.
           MOVE WS-TARGET-CODE TO TX-CLASS-CODE.
           MOVE WS-PLACE-YEAR  TO TX-PLACE-YEAR.
           MOVE 0              TO TX-DEPART-DATE.
           WRITE REC-F-TRANSAC.
           PERFORM 9030-CHECK-TRANSAC-STATUS-START
           THRU    9030-CHECK-TRANSAC-STATUS-END.

           IF NX-LGHT NOT < 999
              MOVE "NX-LGHT (999 etudiants affectes)" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           ADD 1 TO NX-LGHT.
           MOVE WS-TARGET-CODE  TO NX-CLASS-CODE(NX-LGHT).
           MOVE WS-TARGET-LABEL TO NX-CLASS-LABEL(NX-LGHT).
           MOVE M-LASTNAME      TO NX-LASTNAME(NX-LGHT).
           MOVE M-FIRSTNAME     TO NX-FIRSTNAME(NX-LGHT).
           MOVE M-AGE           TO NX-AGE(NX-LGHT).
           MOVE M-STUDENT-NBR   TO NX-NBR(NX-LGHT).

       0310-PLACE-ONE-EXIT.
           EXIT.
       0310-PLACE-ONE-END.

      *Paragraphe écrivant au compte-rendu la ligne de l'étudiant non
      *           affecté, préparée par l'appelant (appelant: 0310).
       0320-REPORT-LINE-START.
           MOVE WS-ROLL-LINE TO REC-F-ROLL-REPORT.
           WRITE REC-F-ROLL-REPORT.
           PERFORM 9050-CHECK-REPORT-STATUS-START
           THRU    9050-CHECK-REPORT-STATUS-END.

           EXIT.
       0320-REPORT-LINE-END.

      *Paragraphe écrivant le projet de listes de classes : les
      *affectés sont triés par classe puis par nom, une ligne "03"
      *ouvre chaque classe et chaque étudiant a sa ligne "01" avec
      *           son numéro stable (appelant: mainline).
       0400-WRITE-NEXT-START.
           IF NX-LGHT > 1
              SORT NX-TAB ON ASCENDING KEY NX-CLASS-CODE
                          ON ASCENDING KEY NX-LASTNAME
                          ON ASCENDING KEY NX-FIRSTNAME
           END-IF.

           MOVE SPACE TO WS-BREAK-CLASS.
           PERFORM VARYING WS-NX-IDX FROM 1 BY 1
                                   UNTIL WS-NX-IDX > NX-LGHT
                IF NX-CLASS-CODE(WS-NX-IDX) NOT = WS-BREAK-CLASS
                   MOVE NX-CLASS-CODE(WS-NX-IDX) TO WS-BREAK-CLASS
                   MOVE SPACE                    TO REC-CLASS
                   MOVE 3                        TO R-CL-KEY
                   MOVE NX-CLASS-CODE(WS-NX-IDX) TO R-CL-CODE
                   MOVE NX-CLASS-LABEL(WS-NX-IDX) TO R-CL-LABEL
                   WRITE REC-CLASS
                   PERFORM 9040-CHECK-NEXT-INPUT-STATUS-START
                   THRU    9040-CHECK-NEXT-INPUT-STATUS-END
                   ADD 1 TO WS-NEXT-CLASS-CNT
                END-IF
                MOVE SPACE                   TO REC-STUDENT
                MOVE 1                       TO R-S-KEY
                MOVE NX-LASTNAME(WS-NX-IDX)  TO R-LASTNAME
                MOVE NX-FIRSTNAME(WS-NX-IDX) TO R-FIRSTNAME
                MOVE NX-AGE(WS-NX-IDX)       TO R-AGE
                MOVE NX-NBR(WS-NX-IDX)       TO R-S-NBR
                WRITE REC-STUDENT
                PERFORM 9040-CHECK-NEXT-INPUT-STATUS-START
                THRU    9040-CHECK-NEXT-INPUT-STATUS-END
           END-PERFORM.

           EXIT.
       0400-WRITE-NEXT-END.

      *Paragraphe écrivant les comptages du compte-rendu puis
      *                                     fermant les fichiers.
       0500-CLOSE-START.
           MOVE AFF-ETOILE TO REC-F-ROLL-REPORT.
           WRITE REC-F-ROLL-REPORT.
           PERFORM 9050-CHECK-REPORT-STATUS-START
           THRU    9050-CHECK-REPORT-STATUS-END.

           MOVE "ADMIS AFFECTES"           TO WS-RC-LABEL.
           MOVE WS-PROMOTED-CNT            TO WS-RC-CNT.
           PERFORM 0510-CNT-LINE-START
           THRU    0510-CNT-LINE-END.

           MOVE "REDOUBLANTS AFFECTES"     TO WS-RC-LABEL.
           MOVE WS-REPEAT-CNT              TO WS-RC-CNT.
           PERFORM 0510-CNT-LINE-START
           THRU    0510-CNT-LINE-END.

           MOVE "FINS DE CYCLE"            TO WS-RC-LABEL.
           MOVE WS-LEAVING-CNT             TO WS-RC-CNT.
           PERFORM 0510-CNT-LINE-START
           THRU    0510-CNT-LINE-END.

           MOVE "PLACEMENTS EN ATTENTE"    TO WS-RC-LABEL.
           MOVE WS-PENDING-CNT             TO WS-RC-CNT.
           PERFORM 0510-CNT-LINE-START
           THRU    0510-CNT-LINE-END.

           MOVE "ANOMALIES"                TO WS-RC-LABEL.
           MOVE WS-ERR-CNT                 TO WS-RC-CNT.
           PERFORM 0510-CNT-LINE-START
           THRU    0510-CNT-LINE-END.

           MOVE "CLASSES AU PROJET"        TO WS-RC-LABEL.
           MOVE WS-NEXT-CLASS-CNT          TO WS-RC-CNT.
           PERFORM 0510-CNT-LINE-START
           THRU    0510-CNT-LINE-END.

      *Des placements en attente ou des anomalies laissent un code
      *          retour d'avertissement pour l'ordonnanceur.
           IF WS-PENDING-CNT > 0 OR WS-ERR-CNT > 0
              MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.

           PERFORM 0520-RUNLOG-START
           THRU    0520-RUNLOG-END.

           CLOSE F-MASTER.
           CLOSE F-TRANSAC.
           CLOSE F-NEXT-INPUT.
           CLOSE F-ROLL-REPORT.

           EXIT.
       0500-CLOSE-END.

      *Paragraphe écrivant une ligne de comptage du compte-rendu
      *                                           (appelant: 0500).
       0510-CNT-LINE-START.
           MOVE WS-ROLL-CNT-LINE TO REC-F-ROLL-REPORT.
           WRITE REC-F-ROLL-REPORT.
           PERFORM 9050-CHECK-REPORT-STATUS-START
           THRU    9050-CHECK-REPORT-STATUS-END.

           EXIT.
       0510-CNT-LINE-END.

      *Paragraphe ajoutant la ligne de fin d'exécution au journal de
      *marche cumulatif : date et heure, comptages par issue et code
      *                          retour final (appelant: 0500).
       0520-RUNLOG-START.
           OPEN EXTEND F-RUNLOG.
           IF F-RUNLOG-STATUS-ABSENT
              OPEN OUTPUT F-RUNLOG
              PERFORM 9060-CHECK-RUNLOG-STATUS-START
              THRU    9060-CHECK-RUNLOG-STATUS-END
              CLOSE F-RUNLOG
              OPEN EXTEND F-RUNLOG
           END-IF.
           PERFORM 9060-CHECK-RUNLOG-STATUS-START
           THRU    9060-CHECK-RUNLOG-STATUS-END.

           MOVE WS-RUN-DATE     TO WS-RL-DATE.
           MOVE WS-RUN-TIME     TO WS-RL-TIME.
           MOVE WS-PROMOTED-CNT TO WS-RL-PROMOTED.
           MOVE WS-REPEAT-CNT   TO WS-RL-REPEAT.
           MOVE WS-LEAVING-CNT  TO WS-RL-LEAVING.
           MOVE WS-PENDING-CNT  TO WS-RL-PENDING.
           MOVE WS-ERR-CNT      TO WS-RL-ERR.
           MOVE WS-FINAL-RC     TO WS-RL-RC.
           MOVE WS-RUNLOG-LINE  TO REC-F-RUNLOG.
           WRITE REC-F-RUNLOG.
           PERFORM 9060-CHECK-RUNLOG-STATUS-START
           THRU    9060-CHECK-RUNLOG-STATUS-END.

           CLOSE F-RUNLOG.

           EXIT.
       0520-RUNLOG-END.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe d'arrêt anormal : affiche la cause puis termine
      *                                  le traitement par STOP RUN.
       9000-ABEND-START.
           DISPLAY "*** ARRET ANORMAL DU PROGRAMME rollover ***".
           DISPLAY "Cause : " WS-ABEND-LIMIT.
           DISPLAY "Ligne de synthese en cours : " WS-AN-LINE-NBR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9000-ABEND-END.

      *Vérifie que la dernière lecture de la synthèse annuelle s'est
      *terminée par un état OK ou par la fin de fichier attendue ;
      *                   sinon, abend avec le statut fichier observé.
       9010-CHECK-ANNUAL-STATUS-START.
           IF NOT F-ANNUAL-STATUS-OK AND NOT F-ANNUAL-STATUS-EOF
              STRING "Statut " F-ANNUAL-STATUS
                     " inattendu, lecture F-ANNUAL (0300)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9010-CHECK-ANNUAL-STATUS-END.

      *Vérifie que la dernière lecture du fichier maître par clé
      *s'est terminée par un état OK ; sinon, abend avec le statut
      *                                                  observé.
       9015-CHECK-MASTER-READ-START.
           IF NOT F-MASTER-STATUS-OK
              STRING "Statut " F-MASTER-STATUS
                     " inattendu, lecture F-MASTER (0310)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9015-CHECK-MASTER-READ-END.

      *Vérifie que la dernière lecture de la table de passage s'est
      *terminée par un état OK ou par la fin de fichier attendue ;
      *                   sinon, abend avec le statut fichier observé.
       9020-CHECK-PROGRESSION-STATUS-START.
           IF NOT F-PROGRESSION-STATUS-OK
              AND NOT F-PROGRESSION-STATUS-EOF
              STRING "Statut " F-PROGRESSION-STATUS
                     " inattendu, lecture F-PROGRESSION (0200)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9020-CHECK-PROGRESSION-STATUS-END.

      *Vérifie que la dernière opération sur les mouvements s'est
      *       terminée par un état OK ; sinon, abend avec le statut observé.
       9030-CHECK-TRANSAC-STATUS-START.
           IF NOT F-TRANSAC-STATUS-OK
              STRING "Statut " F-TRANSAC-STATUS
                     " inattendu, écriture F-TRANSAC (0310)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9030-CHECK-TRANSAC-STATUS-END.

      *Vérifie que la dernière écriture du projet de listes de
      *classes s'est terminée par un état OK ; sinon, abend avec le
      *                                           statut observé.
       9040-CHECK-NEXT-INPUT-STATUS-START.
           IF NOT F-NEXT-INPUT-STATUS-OK
              STRING "Statut " F-NEXT-INPUT-STATUS
                     " inattendu, écriture F-NEXT-INPUT (0400)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9040-CHECK-NEXT-INPUT-STATUS-END.

      *Vérifie que la dernière écriture du compte-rendu s'est
      *       terminée par un état OK ; sinon, abend avec le statut observé.
       9050-CHECK-REPORT-STATUS-START.
           IF NOT F-ROLL-REPORT-STATUS-OK
              STRING "Statut " F-ROLL-REPORT-STATUS
                     " inattendu, écriture F-ROLL-REPORT"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9050-CHECK-REPORT-STATUS-END.

      *Vérifie que la dernière opération sur le journal de marche
      *s'est terminée par un état OK ; sinon, abend avec le statut
      *                                                  observé.
       9060-CHECK-RUNLOG-STATUS-START.
           IF NOT F-RUNLOG-STATUS-OK
              STRING "Statut " F-RUNLOG-STATUS
                     " inattendu, écriture F-RUNLOG (0520)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9060-CHECK-RUNLOG-STATUS-END.
