      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consolidation.
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
      *Listes des classes tenues par le secrétariat : en-tête de
      *période "05", en-têtes de classe "03" et étudiants inscrits
      *"01" (avec leur numéro stable), plus les lignes d'adresse
      *"07", d'assiduité "06" ou d'avis "04" déjà saisies. Elles
      *fixent qui est inscrit dans quelle classe, et sont recopiées
      *                    dans le fichier consolidé.
           SELECT F-CLASSLIST
               ASSIGN TO 'classlist.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CLASSLIST-STATUS.

      *Saisies des enseignants : concaténation des fichiers déposés
      *par chaque enseignant pour son cours, une ligne par note
      *(numéro d'étudiant, code classe, libellé canonique du
      *                 catalogue, note et appréciation facultative).
           SELECT F-SUBMISSION
               ASSIGN TO 'submissions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SUBMISSION-STATUS.

      *Fichier maître des étudiants, indexé par numéro d'étudiant
      *stable : chaque note saisie doit porter un numéro connu, et
      *             l'identité des "01" consolidés est celle du maître.
           SELECT F-MASTER
               ASSIGN TO 'master.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS M-STUDENT-NBR
               FILE STATUS IS F-MASTER-STATUS.

      *Catalogue des matières, indexé par libellé canonique : le
      *libellé de chaque saisie doit y exister, et il fournit le nom
      *       de l'enseignant des matières non transmises.
           SELECT F-CATALOG
               ASSIGN TO 'catalog.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAT-LABEL
               FILE STATUS IS F-CATALOG-STATUS.

      *Programme des classes, indexé par code classe et libellé
      *canonique : matières attendues de chaque classe (une matière
      *du programme sans aucune saisie est signalée non transmise)
      *et coefficient officiel porté par les "02" consolidés.
      *L'accès est dynamique : lecture par clé pour chaque saisie,
      *                  puis balayage des matières d'une classe (START).
           SELECT F-CURRICULUM
               ASSIGN TO 'curriculum.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CU-KEY
               FILE STATUS IS F-CURRICULUM-STATUS.

      *Fichier consolidé au format du fichier importé par le
      *traitement des bulletins : "05"/"03"/"01" des listes de
      *classes, "02" (et "04" d'appréciation) des saisies, puis
      *                     l'enregistrement remorque de contrôle "99".
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

      *Compte-rendu de la consolidation : saisies refusées ou en
      *conflit, notes d'étudiants non inscrits dans la classe,
      *matières du programme non transmises par classe, anomalies
      *                     des listes de classes, puis les comptages.
           SELECT F-CONS-REPORT
               ASSIGN TO 'consreport.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONS-REPORT-STATUS.

      *Journal de marche cumulatif de la chaîne, partagé avec le
      *traitement des bulletins et mastermaint : une ligne par
      *           exécution avec les comptages et le code retour final.
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

      *Enregistrements des listes de classes, mêmes clés et mêmes
      *positions que le fichier importé par le traitement des
      *                                                bulletins.
       FD  F-CLASSLIST
           RECORD CONTAINS 2 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  REC-CLS-2             PIC 9(02).
       01  REC-CLS-100           PIC X(100).

       01  REC-CLS-CLASS.
           03 CLS-CL-KEY         PIC 9(02).
           03 CLS-CL-CODE        PIC X(05).
           03 CLS-CL-LABEL       PIC X(20).

       01  REC-CLS-STUDENT.
           03 CLS-S-KEY          PIC 9(02).
           03 CLS-S-LASTNAME     PIC X(07).
           03 CLS-S-FIRSTNAME    PIC X(06).
           03 CLS-S-AGE          PIC 9(02).
           03 CLS-S-NBR          PIC 9(06).

       01  REC-CLS-APPRECIATION.
           03 CLS-AP-KEY         PIC 9(02).
           03 CLS-AP-TYPE        PIC X(01).
           03 CLS-AP-TEXT        PIC X(50).

      *Enregistrement de saisie d'un enseignant : clé numéro
      *d'étudiant + code classe + libellé canonique, puis la note
      *"99,99" (lue en texte et contrôlée avant conversion) et une
      *                       appréciation facultative sur le cours.
       FD  F-SUBMISSION
           RECORD CONTAINS 87 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SUBMISSION.
           03 SB-STUDENT-NBR     PIC 9(06).
           03 SB-CLASS-CODE      PIC X(05).
           03 SB-LABEL           PIC X(21).
           03 SB-GRADE           PIC X(05).
           03 SB-APPRECIATION    PIC X(50).

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

       FD  F-CATALOG
           RECORD CONTAINS 48 CHARACTERS.

       01  REC-F-CATALOG.
           03 CAT-LABEL          PIC X(21).
           03 CAT-CODE           PIC X(05).
           03 CAT-TEACHER        PIC X(20).
           03 CAT-HOURS          PIC 9(02).

       FD  F-CURRICULUM
           RECORD CONTAINS 28 CHARACTERS.

       01  REC-F-CURRICULUM.
           03 CU-KEY.
               05 CU-CLASS-CODE  PIC X(05).
               05 CU-LABEL       PIC X(21).
           03 CU-COEF            PIC 9(01)V9(01).

      *Enregistrements du fichier consolidé, aux formats lus par le
      *                             traitement des bulletins.
       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-INPUT-100       PIC X(100).

       01  REC-STUDENT.
           03 R-S-KEY            PIC 9(02).
           03 R-LASTNAME         PIC X(07).
           03 R-FIRSTNAME        PIC X(06).
           03 R-AGE              PIC 9(02).
           03 R-S-NBR            PIC 9(06).

       01  REC-COURSE.
           03 R-C-KEY            PIC 9(02).
           03 R-LABEL            PIC X(21).
           03 R-COEF             PIC 9,9.
           03 R-GRADE            PIC 99,99.

       01  REC-CLASS.
           03 R-CL-KEY           PIC 9(02).
           03 R-CL-CODE          PIC X(05).
           03 R-CL-LABEL         PIC X(20).

       01  REC-APPRECIATION.
           03 R-AP-KEY           PIC 9(02).
           03 R-AP-TYPE          PIC X(01).
           03 R-AP-TEXT          PIC X(50).

       01  REC-TRAILER.
           03 R-T-KEY            PIC 9(02).
           03 R-T-CLASS-CNT      PIC 9(06).
           03 R-T-STUDENT-CNT    PIC 9(06).
           03 R-T-COURSE-CNT     PIC 9(06).

       FD  F-CONS-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CONS-REPORT     PIC X(80).

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

      *Flag gérant la lecture des listes de classes.
       01  F-CLASSLIST-STATUS    PIC X(02) VALUE SPACE.
           88 F-CLASSLIST-STATUS-OK     VALUE '00'.
           88 F-CLASSLIST-STATUS-EOF    VALUE '10'.
           88 F-CLASSLIST-STATUS-ABSENT VALUE '35'.

      *Flag gérant la lecture des saisies des enseignants.
       01  F-SUBMISSION-STATUS   PIC X(02) VALUE SPACE.
           88 F-SUBMISSION-STATUS-OK     VALUE '00'.
           88 F-SUBMISSION-STATUS-EOF    VALUE '10'.
           88 F-SUBMISSION-STATUS-ABSENT VALUE '35'.

      *Flags gérant la lecture des fichiers indexés de référence.
      *                          Statut 23 : clé non trouvée.
       01  F-MASTER-STATUS       PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK        VALUE '00'.
           88 F-MASTER-STATUS-NOTFND    VALUE '23'.

       01  F-CATALOG-STATUS      PIC X(02) VALUE SPACE.
           88 F-CATALOG-STATUS-OK       VALUE '00'.
           88 F-CATALOG-STATUS-NOTFND   VALUE '23'.

       01  F-CURRICULUM-STATUS   PIC X(02) VALUE SPACE.
           88 F-CURRICULUM-STATUS-OK     VALUE '00'.
           88 F-CURRICULUM-STATUS-EOF    VALUE '10'.
           88 F-CURRICULUM-STATUS-NOTFND VALUE '23'.

      *Flag gérant l'écriture du fichier consolidé.
       01  F-INPUT-STATUS        PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK         VALUE '00'.

      *Flag gérant l'écriture du compte-rendu.
       01  F-CONS-REPORT-STATUS  PIC X(02) VALUE SPACE.
           88 F-CONS-REPORT-STATUS-OK   VALUE '00'.

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
      *marche : 0 propre, 4 saisies refusées, en conflit, non
      *transmises, ou anomalies des listes de classes, 16 arrêt
      *                                                  anormal.
       77  WS-FINAL-RC           PIC 9(02) VALUE 0.

      *Positions (numéros de ligne) dans les fichiers lus.
       77  WS-CLS-LINE-NBR       PIC 9(06) VALUE 0.
       77  WS-SB-LINE-NBR        PIC 9(06) VALUE 0.

      *Comptages de la consolidation.
       77  WS-SB-READ-CNT        PIC 9(06) VALUE 0.
       77  WS-SB-KEPT-CNT        PIC 9(06) VALUE 0.
       77  WS-SB-ERR-CNT         PIC 9(06) VALUE 0.
       77  WS-CONFLICT-CNT       PIC 9(06) VALUE 0.
       77  WS-NOT-ENROL-CNT      PIC 9(06) VALUE 0.
       77  WS-MISSING-CNT        PIC 9(06) VALUE 0.
       77  WS-LIST-ERR-CNT       PIC 9(06) VALUE 0.
       77  WS-OUT-CLASS-CNT      PIC 9(06) VALUE 0.
       77  WS-OUT-STUDENT-CNT    PIC 9(06) VALUE 0.
       77  WS-OUT-COURSE-CNT     PIC 9(06) VALUE 0.
       77  WS-CLASS-CURR-CNT     PIC 9(04) VALUE 0.

      *Libellé de la cause de l'arrêt anormal, affiché par 9000.
       01  WS-ABEND-LIMIT        PIC X(60) VALUE SPACE.

      *Note de la saisie courante convertie depuis le texte "99,99"
      *                                                   (0310).
       01  WS-SB-GRADE           PIC 9(02)V9(02).
       01  WS-SB-GRADE-ENT       PIC 9(02).
       01  WS-SB-GRADE-DEC       PIC 9(02).

      *Recherches dans les tableaux : inscription, saisie ou classe
      *                           retrouvée (0 : non trouvée).
       77  WS-FOUND-IDX          PIC 9(04) VALUE 0.

      *Fin du balayage des matières d'une classe au programme.
       01  WS-CU-BROWSE-SW       PIC X(01) VALUE "N".
           88 WS-CU-BROWSE-END      VALUE "O".

      *Code classe et numéro d'étudiant courants lors de l'écriture
      *du fichier consolidé (0510) : les "02" de l'étudiant sont
      *écrits à la lecture de l'enregistrement suivant de la liste,
      *              une fois ses lignes d'adresse ou d'avis recopiées.
       01  WS-CURRENT-CLASS-CODE PIC X(05) VALUE SPACE.
       77  WS-CURRENT-NBR        PIC 9(06) VALUE 0.
       01  WS-STUDENT-PENDING-SW PIC X(01) VALUE "N".
           88 WS-STUDENT-PENDING    VALUE "O".

      *Inscriptions lues dans les listes de classes : couple code
      *classe / numéro d'étudiant, contre lequel chaque saisie est
      *                                            rapprochée.
       01  DATA-ENROL.
           05 ENROL-LGHT         PIC 9(04) VALUE ZERO.
           05 ENROL-TAB OCCURS 1 TO 2000 TIMES
                                           DEPENDING ON ENROL-LGHT
                                           INDEXED BY WS-EN-IDX.
               10 EN-CLASS-CODE  PIC X(05).
               10 EN-STUDENT-NBR PIC 9(06).

      *Classes lues dans les listes, dans leur ordre d'apparition,
      *          pour le contrôle des matières non transmises (0400).
       01  DATA-CLASS.
           05 CLASS-LGHT         PIC 9(02) VALUE ZERO.
           05 CLASS-TAB OCCURS 1 TO 50 TIMES
                                           DEPENDING ON CLASS-LGHT
                                           INDEXED BY WS-CLASS-IDX.
               10 CL-CODE        PIC X(05).

      *Saisies recevables, en attente d'écriture dans le fichier
      *consolidé. Une saisie en conflit (même étudiant et même
      *matière saisis deux fois) reste au tableau pour détecter les
      *saisies suivantes du même couple, mais n'est pas consolidée :
      *la matière manquera au bulletin et le contrôle de complétude
      *             retiendra la classe tant que le conflit n'est pas levé.
       01  DATA-SUBM.
           05 SUBM-LGHT          PIC 9(04) VALUE ZERO.
           05 SUBM-TAB OCCURS 1 TO 5000 TIMES
                                           DEPENDING ON SUBM-LGHT
                                           INDEXED BY WS-SB-IDX.
               10 SBT-NBR        PIC 9(06).
               10 SBT-CLASS-CODE PIC X(05).
               10 SBT-LABEL      PIC X(21).
               10 SBT-GRADE      PIC 9(02)V9(02).
               10 SBT-APPREC     PIC X(50).
               10 SBT-LINE-NBR   PIC 9(06).
               10 SBT-CONFLICT-SW PIC X(01).
                   88 SBT-CONFLICT VALUE "O".

      *Groupe de variable pour l'édition du compte-rendu.
           01 WS-CONS-TITLE       PIC X(41)
              VALUE "CONSOLIDATION DES SAISIES DES ENSEIGNANTS".
           01 WS-CONS-SUB-TITLE   PIC X(40) VALUE SPACE.
           01 WS-CONS-ERR-LINE.
               05 WS-CE-LINE-NBR  PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CE-NBR       PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CE-CLASS     PIC X(05).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CE-LABEL     PIC X(21).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CE-CAUSE     PIC X(36).
           01 WS-CONS-MISS-LINE.
               05 FILLER          PIC X(07) VALUE "CLASSE ".
               05 WS-CM-CLASS     PIC X(05).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CM-LABEL     PIC X(21).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CM-TEACHER   PIC X(20).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CM-CAUSE     PIC X(20).
           01 WS-CONS-CNT-LINE.
               05 WS-CC-LABEL     PIC X(24).
               05 FILLER          PIC X(03) VALUE " : ".
               05 WS-CC-CNT       PIC Z(05)9.

      *Groupe de variable pour la ligne du journal de marche de
      *                                         cette exécution.
           01 WS-RUNLOG-LINE.
               05 WS-RL-DATE      PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-TIME      PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-PROGRAM   PIC X(12) VALUE "consolidate".
               05 FILLER          PIC X(04) VALUE " CL=".
               05 WS-RL-CLASS     PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " ET=".
               05 WS-RL-STUDENT   PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " NT=".
               05 WS-RL-COURSE    PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " NS=".
               05 WS-RL-MISSING   PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " CF=".
               05 WS-RL-CONFLICT  PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " NI=".
               05 WS-RL-NOT-ENROL PIC Z(05)9.
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

      *Appel d'un paragraphe pour charger les inscriptions des
      *                                         listes de classes.
           PERFORM 0200-LOAD-CLASSLIST-START
           THRU    0200-LOAD-CLASSLIST-END.

      *Appel d'un paragraphe pour charger et contrôler les saisies
      *                                           des enseignants.
           PERFORM 0300-LOAD-SUBMISSION-START
           THRU    0300-LOAD-SUBMISSION-END.

      *Appel d'un paragraphe pour signaler les matières du programme
      *                  qu'aucun enseignant n'a transmises, par classe.
           PERFORM 0400-MISSING-PAIRS-START
           THRU    0400-MISSING-PAIRS-END.

      *Appel d'un paragraphe pour écrire le fichier consolidé.
           PERFORM 0500-BUILD-INPUT-START
           THRU    0500-BUILD-INPUT-END.

      *Appel d'un paragraphe pour les comptages du compte-rendu
      *                                   et la fermeture des fichiers.
           PERFORM 0600-CLOSE-START
           THRU    0600-CLOSE-END.

           STOP RUN.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe gérant l'ouverture des fichiers. Les listes de
      *classes, les saisies et les trois fichiers de référence sont
      *indispensables : sans eux, ni les inscriptions, ni les
      *                 libellés, ni les coefficients ne peuvent être établis.
       0100-OPEN-START.
           OPEN INPUT F-CLASSLIST.
           IF F-CLASSLIST-STATUS-ABSENT
              MOVE "Listes des classes absentes" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           PERFORM 9025-CHECK-CLASSLIST-STATUS-START
           THRU    9025-CHECK-CLASSLIST-STATUS-END.

           OPEN INPUT F-SUBMISSION.
           IF F-SUBMISSION-STATUS-ABSENT
              MOVE "Fichier des saisies absent" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           PERFORM 9020-CHECK-SUBMISSION-STATUS-START
           THRU    9020-CHECK-SUBMISSION-STATUS-END.

           OPEN INPUT F-MASTER.
           IF NOT F-MASTER-STATUS-OK
              STRING "Statut " F-MASTER-STATUS
                     " a l'ouverture du fichier maitre"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           OPEN INPUT F-CATALOG.
           IF NOT F-CATALOG-STATUS-OK
              STRING "Statut " F-CATALOG-STATUS
                     " a l'ouverture du catalogue"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           OPEN INPUT F-CURRICULUM.
           IF NOT F-CURRICULUM-STATUS-OK
              STRING "Statut " F-CURRICULUM-STATUS
                     " a l'ouverture du programme des classes"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           OPEN OUTPUT F-CONS-REPORT.

           MOVE WS-CONS-TITLE TO REC-F-CONS-REPORT.
           WRITE REC-F-CONS-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.

      *Date et heure d'exécution, reportées sur le journal de marche.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-RUN-TIME-RAW / 100.

           EXIT.
       0100-OPEN-END.

      *Paragraphe chargeant les inscriptions (classe, numéro) et les
      *classes des listes du secrétariat. Un étudiant sans numéro
      *ne peut recevoir aucune saisie : il est signalé et ne sera
      *consolidé qu'avec son identité, sans note. Les listes sont
      *                   relues par 0500 pour l'écriture du consolidé.
       0200-LOAD-CLASSLIST-START.
           MOVE SPACE TO WS-CURRENT-CLASS-CODE.
           MOVE SPACE TO REC-CLS-100.

           PERFORM UNTIL F-CLASSLIST-STATUS-EOF
               READ F-CLASSLIST
                NOT AT END
                   ADD 1 TO WS-CLS-LINE-NBR
                   EVALUATE REC-CLS-2
                     WHEN = "03"
                       MOVE CLS-CL-CODE TO WS-CURRENT-CLASS-CODE
                       IF CLASS-LGHT NOT < 50
                          MOVE "CLASS-LGHT (50 classes)"
                                           TO WS-ABEND-LIMIT
                          PERFORM 9000-ABEND-START
                          THRU    9000-ABEND-END
                       END-IF
                       ADD 1           TO CLASS-LGHT
                       MOVE CLS-CL-CODE TO CL-CODE(CLASS-LGHT)
                     WHEN = "01"
                       IF CLS-S-NBR IS NOT NUMERIC OR CLS-S-NBR = 0
                          MOVE 0       TO WS-CE-NBR
                          MOVE "LISTE : ETUDIANT SANS NUMERO"
                                       TO WS-CE-CAUSE
                          PERFORM 0530-LIST-ANOMALY-START
                          THRU    0530-LIST-ANOMALY-END
                       ELSE
                          IF ENROL-LGHT NOT < 2000
                             MOVE "ENROL-LGHT (2000 inscriptions)"
                                           TO WS-ABEND-LIMIT
                             PERFORM 9000-ABEND-START
                             THRU    9000-ABEND-END
                          END-IF
                          ADD 1 TO ENROL-LGHT
                          MOVE WS-CURRENT-CLASS-CODE
                                       TO EN-CLASS-CODE(ENROL-LGHT)
                          MOVE CLS-S-NBR
                                       TO EN-STUDENT-NBR(ENROL-LGHT)
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                   MOVE SPACE TO REC-CLS-100
               END-READ

               PERFORM 9025-CHECK-CLASSLIST-STATUS-START
               THRU    9025-CHECK-CLASSLIST-STATUS-END
           END-PERFORM.

           CLOSE F-CLASSLIST.

           EXIT.
       0200-LOAD-CLASSLIST-END.

      *Paragraphe chargeant les saisies des enseignants : chacune est
      *contrôlée par 0310 puis rangée dans DATA-SUBM si elle est
      *                                               recevable.
       0300-LOAD-SUBMISSION-START.
           MOVE "SAISIES REFUSEES OU EN CONFLIT" TO WS-CONS-SUB-TITLE.
           MOVE WS-CONS-SUB-TITLE TO REC-F-CONS-REPORT.
           WRITE REC-F-CONS-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.

           PERFORM UNTIL F-SUBMISSION-STATUS-EOF
               READ F-SUBMISSION
                NOT AT END
                   ADD 1 TO WS-SB-LINE-NBR
                   ADD 1 TO WS-SB-READ-CNT
                   PERFORM 0310-CHECK-SUBMISSION-START
                   THRU    0310-CHECK-SUBMISSION-END
               END-READ

               PERFORM 9020-CHECK-SUBMISSION-STATUS-START
               THRU    9020-CHECK-SUBMISSION-STATUS-END
           END-PERFORM.

           CLOSE F-SUBMISSION.

           EXIT.
       0300-LOAD-SUBMISSION-END.

      *Paragraphe contrôlant la saisie courante, dans l'ordre :
      *numéro connu au maître, libellé connu au catalogue, note de la
      *forme "99,99" sur 20, étudiant inscrit dans la classe saisie,
      *matière au programme de cette classe, puis absence de saisie
      *antérieure pour le même étudiant et la même matière. La
      *première règle enfreinte refuse la saisie ; une saisie
      *                    recevable est rangée dans DATA-SUBM (appelant: 0300).
       0310-CHECK-SUBMISSION-START.
           IF SB-STUDENT-NBR IS NOT NUMERIC OR SB-STUDENT-NBR = 0
              MOVE "NUMERO D'ETUDIANT INVALIDE" TO WS-CE-CAUSE
              GO TO 0310-CHECK-SUBMISSION-REFUSE
           END-IF.

           MOVE SB-STUDENT-NBR TO M-STUDENT-NBR.
           READ F-MASTER.
           EVALUATE TRUE
             WHEN F-MASTER-STATUS-OK
               CONTINUE
             WHEN F-MASTER-STATUS-NOTFND
               MOVE "NUMERO INCONNU AU MAITRE" TO WS-CE-CAUSE
               GO TO 0310-CHECK-SUBMISSION-REFUSE
             WHEN OTHER
               PERFORM 9010-CHECK-MASTER-STATUS-START
               THRU    9010-CHECK-MASTER-STATUS-END
           END-EVALUATE.

           MOVE SB-LABEL TO CAT-LABEL.
           READ F-CATALOG.
           EVALUATE TRUE
             WHEN F-CATALOG-STATUS-OK
               CONTINUE
             WHEN F-CATALOG-STATUS-NOTFND
               MOVE "LIBELLE INCONNU AU CATALOGUE" TO WS-CE-CAUSE
               GO TO 0310-CHECK-SUBMISSION-REFUSE
             WHEN OTHER
               PERFORM 9015-CHECK-CATALOG-STATUS-START
               THRU    9015-CHECK-CATALOG-STATUS-END
           END-EVALUATE.

           IF SB-GRADE(1:2) IS NOT NUMERIC
              OR SB-GRADE(3:1) NOT = ","
              OR SB-GRADE(4:2) IS NOT NUMERIC
              MOVE "NOTE INVALIDE" TO WS-CE-CAUSE
              GO TO 0310-CHECK-SUBMISSION-REFUSE
           END-IF.
           MOVE SB-GRADE(1:2) TO WS-SB-GRADE-ENT.
           MOVE SB-GRADE(4:2) TO WS-SB-GRADE-DEC.
           COMPUTE WS-SB-GRADE = WS-SB-GRADE-ENT
                               + WS-SB-GRADE-DEC / 100.
           IF WS-SB-GRADE > 20
              MOVE "NOTE HORS ECHELLE" TO WS-CE-CAUSE
              GO TO 0310-CHECK-SUBMISSION-REFUSE
           END-IF.

      *L'étudiant doit figurer dans la liste de la classe saisie.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > ENROL-LGHT OR WS-FOUND-IDX > 0
                IF EN-STUDENT-NBR(WS-EN-IDX) = SB-STUDENT-NBR
                   AND EN-CLASS-CODE(WS-EN-IDX) = SB-CLASS-CODE
                   SET WS-FOUND-IDX TO WS-EN-IDX
                END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
              MOVE "ETUDIANT NON INSCRIT DANS LA CLASSE"
                                         TO WS-CE-CAUSE
              ADD 1 TO WS-NOT-ENROL-CNT
              GO TO 0310-CHECK-SUBMISSION-REFUSE
           END-IF.

           MOVE SB-CLASS-CODE TO CU-CLASS-CODE.
           MOVE SB-LABEL      TO CU-LABEL.
           READ F-CURRICULUM.
           EVALUATE TRUE
             WHEN F-CURRICULUM-STATUS-OK
               CONTINUE
             WHEN F-CURRICULUM-STATUS-NOTFND
               MOVE "MATIERE HORS PROGRAMME DE LA CLASSE"
                                         TO WS-CE-CAUSE
               GO TO 0310-CHECK-SUBMISSION-REFUSE
             WHEN OTHER
               PERFORM 9060-CHECK-CURRICULUM-STATUS-START
               THRU    9060-CHECK-CURRICULUM-STATUS-END
           END-EVALUATE.

      *Une seconde saisie pour le même étudiant et la même matière
      *est un conflit : ni l'une ni l'autre n'est consolidée, et la
      *                   saisie antérieure est signalée avec elle.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > SUBM-LGHT OR WS-FOUND-IDX > 0
                IF SBT-NBR(WS-SB-IDX) = SB-STUDENT-NBR
                   AND SBT-LABEL(WS-SB-IDX) = SB-LABEL
                   SET WS-FOUND-IDX TO WS-SB-IDX
                END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
              PERFORM 0315-CONFLICT-START
              THRU    0315-CONFLICT-END
              MOVE "CONFLIT : DOUBLE SAISIE" TO WS-CE-CAUSE
              GO TO 0310-CHECK-SUBMISSION-REFUSE
           END-IF.

           IF SUBM-LGHT NOT < 5000
              MOVE "SUBM-LGHT (5000 saisies)" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           ADD 1 TO SUBM-LGHT.
           MOVE SB-STUDENT-NBR  TO SBT-NBR(SUBM-LGHT).
           MOVE SB-CLASS-CODE   TO SBT-CLASS-CODE(SUBM-LGHT).
           MOVE SB-LABEL        TO SBT-LABEL(SUBM-LGHT).
           MOVE WS-SB-GRADE     TO SBT-GRADE(SUBM-LGHT).
           MOVE SB-APPRECIATION TO SBT-APPREC(SUBM-LGHT).
           MOVE WS-SB-LINE-NBR  TO SBT-LINE-NBR(SUBM-LGHT).
           MOVE "N"             TO SBT-CONFLICT-SW(SUBM-LGHT).
           GO TO 0310-CHECK-SUBMISSION-EXIT.

       0310-CHECK-SUBMISSION-REFUSE.
           MOVE WS-SB-LINE-NBR TO WS-CE-LINE-NBR.
           IF SB-STUDENT-NBR IS NUMERIC
              MOVE SB-STUDENT-NBR TO WS-CE-NBR
           ELSE
              MOVE 0              TO WS-CE-NBR
           END-IF.
           MOVE SB-CLASS-CODE  TO WS-CE-CLASS.
           MOVE SB-LABEL       TO WS-CE-LABEL.
           PERFORM 0320-REPORT-SUBMISSION-START
           THRU    0320-REPORT-SUBMISSION-END.
           ADD 1 TO WS-SB-ERR-CNT.

       0310-CHECK-SUBMISSION-EXIT.
           EXIT.
       0310-CHECK-SUBMISSION-END.

      *Paragraphe marquant en conflit la saisie antérieure retrouvée
      *(WS-FOUND-IDX) et la signalant à sa première mise en conflit,
      *pour que le compte-rendu montre les deux saisies du couple
      *                         étudiant/matière (appelant: 0310).
       0315-CONFLICT-START.
           IF NOT SBT-CONFLICT(WS-FOUND-IDX)
              MOVE "O"  TO SBT-CONFLICT-SW(WS-FOUND-IDX)
              ADD 1     TO WS-CONFLICT-CNT
              MOVE SBT-LINE-NBR(WS-FOUND-IDX)   TO WS-CE-LINE-NBR
              MOVE SBT-NBR(WS-FOUND-IDX)        TO WS-CE-NBR
              MOVE SBT-CLASS-CODE(WS-FOUND-IDX) TO WS-CE-CLASS
              MOVE SBT-LABEL(WS-FOUND-IDX)      TO WS-CE-LABEL
              MOVE "CONFLIT : SAISIE ANTERIEURE" TO WS-CE-CAUSE
              PERFORM 0320-REPORT-SUBMISSION-START
              THRU    0320-REPORT-SUBMISSION-END
           END-IF.

           EXIT.
       0315-CONFLICT-END.

      *Paragraphe écrivant la ligne de saisie refusée ou en conflit
      *           préparée par l'appelant dans WS-CONS-ERR-LINE (appelant: 0310/0315).
       0320-REPORT-SUBMISSION-START.
           MOVE WS-CONS-ERR-LINE TO REC-F-CONS-REPORT.
           WRITE REC-F-CONS-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.

           EXIT.
       0320-REPORT-SUBMISSION-END.

      *Paragraphe signalant, classe par classe, les matières du
      *programme pour lesquelles aucune saisie n'a été reçue, avec
      *l'enseignant du catalogue à relancer. Une saisie refusée ne
      *                   compte pas comme transmise.
       0400-MISSING-PAIRS-START.
           MOVE "MATIERES NON TRANSMISES PAR CLASSE"
                                  TO WS-CONS-SUB-TITLE.
           MOVE WS-CONS-SUB-TITLE TO REC-F-CONS-REPORT.
           WRITE REC-F-CONS-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                                   UNTIL WS-CLASS-IDX > CLASS-LGHT
                PERFORM 0410-CLASS-PAIRS-START
                THRU    0410-CLASS-PAIRS-END
           END-PERFORM.

           EXIT.
       0400-MISSING-PAIRS-END.

      *Paragraphe balayant les matières au programme de la classe
      *courante (WS-CLASS-IDX) et signalant celles sans aucune
      *saisie. Une classe absente du programme est signalée comme
      *                         telle (appelant: 0400).
       0410-CLASS-PAIRS-START.
           MOVE 0 TO WS-CLASS-CURR-CNT.
           MOVE "N" TO WS-CU-BROWSE-SW.
           MOVE CL-CODE(WS-CLASS-IDX) TO CU-CLASS-CODE.
           MOVE LOW-VALUE             TO CU-LABEL.
           START F-CURRICULUM KEY IS NOT < CU-KEY
             INVALID KEY
               SET WS-CU-BROWSE-END TO TRUE
           END-START.

           PERFORM UNTIL WS-CU-BROWSE-END
               READ F-CURRICULUM NEXT
                 AT END
                   SET WS-CU-BROWSE-END TO TRUE
                 NOT AT END
                   IF CU-CLASS-CODE NOT = CL-CODE(WS-CLASS-IDX)
                      SET WS-CU-BROWSE-END TO TRUE
                   ELSE
                      ADD 1 TO WS-CLASS-CURR-CNT
                      MOVE 0 TO WS-FOUND-IDX
                      PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                              UNTIL WS-SB-IDX > SUBM-LGHT
                                 OR WS-FOUND-IDX > 0
                           IF SBT-CLASS-CODE(WS-SB-IDX) = CU-CLASS-CODE
                              AND SBT-LABEL(WS-SB-IDX) = CU-LABEL
                              SET WS-FOUND-IDX TO WS-SB-IDX
                           END-IF
                      END-PERFORM
                      IF WS-FOUND-IDX = 0
                         MOVE CU-LABEL TO CAT-LABEL
                         READ F-CATALOG
                         IF F-CATALOG-STATUS-OK
                            MOVE CAT-TEACHER TO WS-CM-TEACHER
                         ELSE
                            MOVE SPACE       TO WS-CM-TEACHER
                         END-IF
                         MOVE CU-CLASS-CODE  TO WS-CM-CLASS
                         MOVE CU-LABEL       TO WS-CM-LABEL
                         MOVE "NON TRANSMISE" TO WS-CM-CAUSE
                         MOVE WS-CONS-MISS-LINE TO REC-F-CONS-REPORT
                         WRITE REC-F-CONS-REPORT
                         PERFORM 9030-CHECK-REPORT-STATUS-START
                         THRU    9030-CHECK-REPORT-STATUS-END
                         ADD 1 TO WS-MISSING-CNT
                      END-IF
                   END-IF
               END-READ
               PERFORM 9060-CHECK-CURRICULUM-STATUS-START
               THRU    9060-CHECK-CURRICULUM-STATUS-END
           END-PERFORM.

           IF WS-CLASS-CURR-CNT = 0
              MOVE CL-CODE(WS-CLASS-IDX) TO WS-CM-CLASS
              MOVE SPACE                 TO WS-CM-LABEL
              MOVE SPACE                 TO WS-CM-TEACHER
              MOVE "ABSENTE DU PROGRAMME" TO WS-CM-CAUSE
              MOVE WS-CONS-MISS-LINE TO REC-F-CONS-REPORT
              WRITE REC-F-CONS-REPORT
              PERFORM 9030-CHECK-REPORT-STATUS-START
              THRU    9030-CHECK-REPORT-STATUS-END
              ADD 1 TO WS-LIST-ERR-CNT
           END-IF.

           EXIT.
       0410-CLASS-PAIRS-END.

      *Paragraphe écrivant le fichier consolidé : les listes de
      *classes sont relues et recopiées, l'identité des "01" est
      *reprise du maître, et les "02" de chaque étudiant sont écrits
      *par 0520 à partir des saisies retenues. L'enregistrement
      *                remorque "99" clôt le fichier avec ses comptages.
       0500-BUILD-INPUT-START.
           MOVE "ANOMALIES DES LISTES DE CLASSES"
                                  TO WS-CONS-SUB-TITLE.
           MOVE WS-CONS-SUB-TITLE TO REC-F-CONS-REPORT.
           WRITE REC-F-CONS-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.

           OPEN INPUT F-CLASSLIST.
           PERFORM 9025-CHECK-CLASSLIST-STATUS-START
           THRU    9025-CHECK-CLASSLIST-STATUS-END.
           OPEN OUTPUT F-INPUT.
           PERFORM 9040-CHECK-INPUT-STATUS-START
           THRU    9040-CHECK-INPUT-STATUS-END.

           MOVE 0     TO WS-CLS-LINE-NBR.
           MOVE SPACE TO WS-CURRENT-CLASS-CODE.
           MOVE SPACE TO REC-CLS-100.
           MOVE "N"   TO WS-STUDENT-PENDING-SW.

           PERFORM UNTIL F-CLASSLIST-STATUS-EOF
               READ F-CLASSLIST
                NOT AT END
                   ADD 1 TO WS-CLS-LINE-NBR
                   PERFORM 0510-INPUT-RECORD-START
                   THRU    0510-INPUT-RECORD-END
                   MOVE SPACE TO REC-CLS-100
               END-READ

               PERFORM 9025-CHECK-CLASSLIST-STATUS-START
               THRU    9025-CHECK-CLASSLIST-STATUS-END
           END-PERFORM.

      *Les notes du dernier étudiant de la liste restent à écrire.
           IF WS-STUDENT-PENDING
              PERFORM 0520-WRITE-COURSES-START
              THRU    0520-WRITE-COURSES-END
           END-IF.

           MOVE SPACE              TO REC-TRAILER.
           MOVE 99                 TO R-T-KEY.
           MOVE WS-OUT-CLASS-CNT   TO R-T-CLASS-CNT.
           MOVE WS-OUT-STUDENT-CNT TO R-T-STUDENT-CNT.
           MOVE WS-OUT-COURSE-CNT  TO R-T-COURSE-CNT.
           WRITE REC-TRAILER.
           PERFORM 9040-CHECK-INPUT-STATUS-START
           THRU    9040-CHECK-INPUT-STATUS-END.

           CLOSE F-CLASSLIST.
           CLOSE F-INPUT.

           EXIT.
       0500-BUILD-INPUT-END.

      *Paragraphe recopiant l'enregistrement courant des listes de
      *classes dans le fichier consolidé selon sa KEY. Un "03" ou un
      *"01" termine l'étudiant précédent, dont les "02" sont alors
      *écrits. Les "02" et "99" déjà présents dans les listes sont
      *écartés, ainsi que les "04" de type "C" : seules les saisies
      *des enseignants font foi pour les notes et les appréciations
      *                     de matière (appelant: 0500).
       0510-INPUT-RECORD-START.
           EVALUATE REC-CLS-2
             WHEN = "03"
               IF WS-STUDENT-PENDING
                  PERFORM 0520-WRITE-COURSES-START
                  THRU    0520-WRITE-COURSES-END
               END-IF
               MOVE CLS-CL-CODE  TO WS-CURRENT-CLASS-CODE
               MOVE SPACE        TO REC-CLASS
               MOVE 3            TO R-CL-KEY
               MOVE CLS-CL-CODE  TO R-CL-CODE
               MOVE CLS-CL-LABEL TO R-CL-LABEL
               WRITE REC-CLASS
               PERFORM 9040-CHECK-INPUT-STATUS-START
               THRU    9040-CHECK-INPUT-STATUS-END
               ADD 1 TO WS-OUT-CLASS-CNT
             WHEN = "01"
               IF WS-STUDENT-PENDING
                  PERFORM 0520-WRITE-COURSES-START
                  THRU    0520-WRITE-COURSES-END
               END-IF
               MOVE SPACE           TO REC-STUDENT
               MOVE 1               TO R-S-KEY
               MOVE CLS-S-LASTNAME  TO R-LASTNAME
               MOVE CLS-S-FIRSTNAME TO R-FIRSTNAME
               MOVE CLS-S-AGE       TO R-AGE
               MOVE 0               TO R-S-NBR
               MOVE 0               TO WS-CURRENT-NBR
      *L'identité du maître fait foi sur celle de la liste.
               IF CLS-S-NBR IS NUMERIC AND CLS-S-NBR > 0
                  MOVE CLS-S-NBR     TO M-STUDENT-NBR
                  READ F-MASTER
                  EVALUATE TRUE
                    WHEN F-MASTER-STATUS-OK
                      MOVE M-LASTNAME  TO R-LASTNAME
                      MOVE M-FIRSTNAME TO R-FIRSTNAME
                      MOVE M-AGE       TO R-AGE
                    WHEN F-MASTER-STATUS-NOTFND
                      MOVE CLS-S-NBR   TO WS-CE-NBR
                      MOVE "LISTE : NUMERO INCONNU AU MAITRE"
                                       TO WS-CE-CAUSE
                      PERFORM 0530-LIST-ANOMALY-START
                      THRU    0530-LIST-ANOMALY-END
                    WHEN OTHER
                      PERFORM 9010-CHECK-MASTER-STATUS-START
                      THRU    9010-CHECK-MASTER-STATUS-END
                  END-EVALUATE
                  MOVE CLS-S-NBR     TO R-S-NBR
                  MOVE CLS-S-NBR     TO WS-CURRENT-NBR
               END-IF
               WRITE REC-STUDENT
               PERFORM 9040-CHECK-INPUT-STATUS-START
               THRU    9040-CHECK-INPUT-STATUS-END
               ADD 1 TO WS-OUT-STUDENT-CNT
               SET WS-STUDENT-PENDING TO TRUE
             WHEN = "02"
             WHEN = "99"
               MOVE 0     TO WS-CE-NBR
               MOVE "LISTE : NOTE OU REMORQUE ECARTE"
                                     TO WS-CE-CAUSE
               PERFORM 0530-LIST-ANOMALY-START
               THRU    0530-LIST-ANOMALY-END
             WHEN = "04"
      *L'appréciation de matière suit son "02", écarté ci-dessus.
               IF CLS-AP-TYPE = "C"
                  MOVE 0     TO WS-CE-NBR
                  MOVE "LISTE : APPRECIATION MATIERE ECARTEE"
                                        TO WS-CE-CAUSE
                  PERFORM 0530-LIST-ANOMALY-START
                  THRU    0530-LIST-ANOMALY-END
               ELSE
                  MOVE REC-CLS-100 TO REC-F-INPUT-100
                  WRITE REC-F-INPUT-100
                  PERFORM 9040-CHECK-INPUT-STATUS-START
                  THRU    9040-CHECK-INPUT-STATUS-END
               END-IF
             WHEN OTHER
               MOVE REC-CLS-100 TO REC-F-INPUT-100
               WRITE REC-F-INPUT-100
               PERFORM 9040-CHECK-INPUT-STATUS-START
               THRU    9040-CHECK-INPUT-STATUS-END
           END-EVALUATE.

           EXIT.
       0510-INPUT-RECORD-END.

      *Paragraphe écrivant les "02" de l'étudiant courant, dans
      *l'ordre des matières au programme de sa classe, à partir des
      *saisies retenues (hors conflits), avec le coefficient
      *officiel du programme. Une appréciation saisie suit son cours
      *                     en "04" de type "C" (appelant: 0500/0510).
       0520-WRITE-COURSES-START.
           MOVE "N" TO WS-STUDENT-PENDING-SW.
           IF WS-CURRENT-NBR = 0
              GO TO 0520-WRITE-COURSES-EXIT
           END-IF.

           MOVE "N" TO WS-CU-BROWSE-SW.
           MOVE WS-CURRENT-CLASS-CODE TO CU-CLASS-CODE.
           MOVE LOW-VALUE             TO CU-LABEL.
           START F-CURRICULUM KEY IS NOT < CU-KEY
             INVALID KEY
               SET WS-CU-BROWSE-END TO TRUE
           END-START.

           PERFORM UNTIL WS-CU-BROWSE-END
               READ F-CURRICULUM NEXT
                 AT END
                   SET WS-CU-BROWSE-END TO TRUE
                 NOT AT END
                   IF CU-CLASS-CODE NOT = WS-CURRENT-CLASS-CODE
                      SET WS-CU-BROWSE-END TO TRUE
                   ELSE
                      MOVE 0 TO WS-FOUND-IDX
                      PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                              UNTIL WS-SB-IDX > SUBM-LGHT
                                 OR WS-FOUND-IDX > 0
                           IF SBT-NBR(WS-SB-IDX) = WS-CURRENT-NBR
                              AND SBT-CLASS-CODE(WS-SB-IDX) =
                                                     CU-CLASS-CODE
                              AND SBT-LABEL(WS-SB-IDX) = CU-LABEL
                              AND NOT SBT-CONFLICT(WS-SB-IDX)
                              SET WS-FOUND-IDX TO WS-SB-IDX
                           END-IF
                      END-PERFORM
                      IF WS-FOUND-IDX > 0
                         MOVE SPACE     TO REC-COURSE
                         MOVE 2         TO R-C-KEY
                         MOVE CU-LABEL  TO R-LABEL
                         MOVE CU-COEF   TO R-COEF
                         MOVE SBT-GRADE(WS-FOUND-IDX) TO R-GRADE
                         WRITE REC-COURSE
                         PERFORM 9040-CHECK-INPUT-STATUS-START
                         THRU    9040-CHECK-INPUT-STATUS-END
                         ADD 1 TO WS-OUT-COURSE-CNT
                         ADD 1 TO WS-SB-KEPT-CNT
                         IF SBT-APPREC(WS-FOUND-IDX) NOT = SPACE
                            MOVE SPACE TO REC-APPRECIATION
                            MOVE 4     TO R-AP-KEY
                            MOVE "C"   TO R-AP-TYPE
                            MOVE SBT-APPREC(WS-FOUND-IDX)
                                       TO R-AP-TEXT
                            WRITE REC-APPRECIATION
                            PERFORM 9040-CHECK-INPUT-STATUS-START
                            THRU    9040-CHECK-INPUT-STATUS-END
                         END-IF
                      END-IF
                   END-IF
               END-READ
               PERFORM 9060-CHECK-CURRICULUM-STATUS-START
               THRU    9060-CHECK-CURRICULUM-STATUS-END
           END-PERFORM.

       0520-WRITE-COURSES-EXIT.
           EXIT.
       0520-WRITE-COURSES-END.

      *Paragraphe signalant une anomalie des listes de classes, dont
      *la cause et le numéro sont préparés par l'appelant
      *                                  (appelant: 0200/0510).
       0530-LIST-ANOMALY-START.
           MOVE WS-CLS-LINE-NBR       TO WS-CE-LINE-NBR.
           MOVE WS-CURRENT-CLASS-CODE TO WS-CE-CLASS.
           MOVE SPACE                 TO WS-CE-LABEL.
           PERFORM 0320-REPORT-SUBMISSION-START
           THRU    0320-REPORT-SUBMISSION-END.
           ADD 1 TO WS-LIST-ERR-CNT.

           EXIT.
       0530-LIST-ANOMALY-END.

      *Paragraphe écrivant les comptages du compte-rendu, fixant le
      *code retour, ajoutant la ligne du journal de marche puis
      *                                     fermant les fichiers.
       0600-CLOSE-START.
           MOVE "SAISIES LUES"             TO WS-CC-LABEL
           MOVE WS-SB-READ-CNT             TO WS-CC-CNT
           PERFORM 0610-WRITE-COUNT-START
           THRU    0610-WRITE-COUNT-END

           MOVE "NOTES CONSOLIDEES"        TO WS-CC-LABEL
           MOVE WS-SB-KEPT-CNT             TO WS-CC-CNT
           PERFORM 0610-WRITE-COUNT-START
           THRU    0610-WRITE-COUNT-END

           MOVE "SAISIES REFUSEES"         TO WS-CC-LABEL
           MOVE WS-SB-ERR-CNT              TO WS-CC-CNT
           PERFORM 0610-WRITE-COUNT-START
           THRU    0610-WRITE-COUNT-END

           MOVE "DONT NON INSCRITS"        TO WS-CC-LABEL
           MOVE WS-NOT-ENROL-CNT           TO WS-CC-CNT
           PERFORM 0610-WRITE-COUNT-START
           THRU    0610-WRITE-COUNT-END

           MOVE "CONFLITS"                 TO WS-CC-LABEL
           MOVE WS-CONFLICT-CNT            TO WS-CC-CNT
           PERFORM 0610-WRITE-COUNT-START
           THRU    0610-WRITE-COUNT-END

           MOVE "MATIERES NON TRANSMISES"  TO WS-CC-LABEL
           MOVE WS-MISSING-CNT             TO WS-CC-CNT
           PERFORM 0610-WRITE-COUNT-START
           THRU    0610-WRITE-COUNT-END

           MOVE "ANOMALIES DES LISTES"     TO WS-CC-LABEL
           MOVE WS-LIST-ERR-CNT            TO WS-CC-CNT
           PERFORM 0610-WRITE-COUNT-START
           THRU    0610-WRITE-COUNT-END.

      *Tout écart laisse un code retour d'avertissement pour
      *l'ordonnanceur : le fichier consolidé est produit, mais le
      *        secrétariat doit lever les écarts avant le traitement.
           IF WS-SB-ERR-CNT > 0 OR WS-CONFLICT-CNT > 0
              OR WS-MISSING-CNT > 0 OR WS-LIST-ERR-CNT > 0
              MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.

      *La ligne de fin d'exécution rejoint le journal de marche
      *               cumulatif partagé avec le traitement des bulletins.
           PERFORM 0620-RUNLOG-START
           THRU    0620-RUNLOG-END.

           CLOSE F-MASTER.
           CLOSE F-CATALOG.
           CLOSE F-CURRICULUM.
           CLOSE F-CONS-REPORT.

           EXIT.
       0600-CLOSE-END.

      *Paragraphe écrivant une ligne de comptage du compte-rendu
      *                 préparée par l'appelant (appelant: 0600).
       0610-WRITE-COUNT-START.
           MOVE WS-CONS-CNT-LINE TO REC-F-CONS-REPORT.
           WRITE REC-F-CONS-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.

           EXIT.
       0610-WRITE-COUNT-END.

      *Paragraphe ajoutant la ligne de fin d'exécution au journal de
      *marche cumulatif : date et heure, comptages du fichier
      *consolidé et des écarts, code retour final (appelant: 0600).
       0620-RUNLOG-START.
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

           MOVE WS-RUN-DATE        TO WS-RL-DATE.
           MOVE WS-RUN-TIME        TO WS-RL-TIME.
           MOVE WS-OUT-CLASS-CNT   TO WS-RL-CLASS.
           MOVE WS-OUT-STUDENT-CNT TO WS-RL-STUDENT.
           MOVE WS-OUT-COURSE-CNT  TO WS-RL-COURSE.
           MOVE WS-MISSING-CNT     TO WS-RL-MISSING.
           MOVE WS-CONFLICT-CNT    TO WS-RL-CONFLICT.
           MOVE WS-NOT-ENROL-CNT   TO WS-RL-NOT-ENROL.
           MOVE WS-SB-ERR-CNT      TO WS-RL-ERR.
           MOVE WS-FINAL-RC        TO WS-RL-RC.
           MOVE WS-RUNLOG-LINE     TO REC-F-RUNLOG.
           WRITE REC-F-RUNLOG.
           PERFORM 9050-CHECK-RUNLOG-STATUS-START
           THRU    9050-CHECK-RUNLOG-STATUS-END.

           CLOSE F-RUNLOG.

           EXIT.
       0620-RUNLOG-END.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe d'arrêt anormal : affiche la cause puis termine
      *                                  le traitement par STOP RUN.
       9000-ABEND-START.
           DISPLAY "*** ARRET ANORMAL DU PROGRAMME consolidation ***".
           DISPLAY "Cause : " WS-ABEND-LIMIT.
           DISPLAY "Saisie en cours : " WS-SB-LINE-NBR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9000-ABEND-END.

      *Vérifie que la dernière lecture du fichier maître s'est
      *              terminée par un état OK ; sinon, abend avec le statut observé.
       9010-CHECK-MASTER-STATUS-START.
           IF NOT F-MASTER-STATUS-OK
              STRING "Statut " F-MASTER-STATUS
                     " inattendu, lecture F-MASTER"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9010-CHECK-MASTER-STATUS-END.

      *Vérifie que la dernière lecture du catalogue s'est terminée
      *          par un état OK ; sinon, abend avec le statut observé.
       9015-CHECK-CATALOG-STATUS-START.
           IF NOT F-CATALOG-STATUS-OK
              STRING "Statut " F-CATALOG-STATUS
                     " inattendu, lecture F-CATALOG (0310)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9015-CHECK-CATALOG-STATUS-END.

      *Vérifie que la dernière lecture des saisies s'est terminée
      *par un état OK ou par la fin de fichier attendue ; sinon,
      *                            abend avec le statut fichier observé.
       9020-CHECK-SUBMISSION-STATUS-START.
           IF NOT F-SUBMISSION-STATUS-OK
              AND NOT F-SUBMISSION-STATUS-EOF
              STRING "Statut " F-SUBMISSION-STATUS
                     " inattendu, lecture F-SUBMISSION (0300)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9020-CHECK-SUBMISSION-STATUS-END.

      *Vérifie que la dernière lecture des listes de classes s'est
      *terminée par un état OK ou par la fin de fichier attendue ;
      *                  sinon, abend avec le statut fichier observé.
       9025-CHECK-CLASSLIST-STATUS-START.
           IF NOT F-CLASSLIST-STATUS-OK
              AND NOT F-CLASSLIST-STATUS-EOF
              STRING "Statut " F-CLASSLIST-STATUS
                     " inattendu, lecture F-CLASSLIST"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9025-CHECK-CLASSLIST-STATUS-END.

      *Vérifie que la dernière écriture du compte-rendu s'est
      *              terminée par un état OK ; sinon, abend avec le statut observé.
       9030-CHECK-REPORT-STATUS-START.
           IF NOT F-CONS-REPORT-STATUS-OK
              STRING "Statut " F-CONS-REPORT-STATUS
                     " inattendu, écriture F-CONS-REPORT"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9030-CHECK-REPORT-STATUS-END.

      *Vérifie que la dernière écriture du fichier consolidé s'est
      *              terminée par un état OK ; sinon, abend avec le statut observé.
       9040-CHECK-INPUT-STATUS-START.
           IF NOT F-INPUT-STATUS-OK
              STRING "Statut " F-INPUT-STATUS
                     " inattendu, écriture F-INPUT (0500)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9040-CHECK-INPUT-STATUS-END.

      *Vérifie que la dernière opération sur le journal de marche
      *              s'est terminée par un état OK ; sinon, abend avec le statut observé.
       9050-CHECK-RUNLOG-STATUS-START.
           IF NOT F-RUNLOG-STATUS-OK
              STRING "Statut " F-RUNLOG-STATUS
                     " inattendu, écriture F-RUNLOG (0620)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9050-CHECK-RUNLOG-STATUS-END.

      *Vérifie que la dernière lecture du programme des classes
      *s'est terminée par un état OK ou par la fin du balayage ;
      *                  sinon, abend avec le statut fichier observé.
       9060-CHECK-CURRICULUM-STATUS-START.
           IF NOT F-CURRICULUM-STATUS-OK
              AND NOT F-CURRICULUM-STATUS-EOF
              AND NOT F-CURRICULUM-STATUS-NOTFND
              STRING "Statut " F-CURRICULUM-STATUS
                     " inattendu, lecture F-CURRICULUM"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9060-CHECK-CURRICULUM-STATUS-END.
