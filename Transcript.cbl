      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. transcript.
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
      *Demandes de relevé de notes : une ligne par relevé demandé,
      *numéro d'étudiant stable et destinataire (famille ou
      *                                  établissement d'accueil).
           SELECT F-REQUEST
               ASSIGN TO 'transreq.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REQUEST-STATUS.

      *Fichier maître des étudiants, indexé par numéro d'étudiant
      *stable : l'identité portée par le relevé est celle du maître,
      *           et un numéro inconnu du maître n'est pas servi.
           SELECT F-MASTER
               ASSIGN TO 'master.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS M-STUDENT-NBR
               FILE STATUS IS F-MASTER-STATUS.

      *Archive permanente des résultats des années closes, alimentée
      *                       par le traitement des bulletins (0160).
           SELECT F-ARCHIVE
               ASSIGN TO 'archive.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ARCHIVE-STATUS.

      *Historique des résultats de l'année en cours, par période.
           SELECT F-HISTORY
               ASSIGN TO 'history.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

      *Synthèse annuelle de la dernière année close par le programme
      *annual : elle porte la décision de passage de chaque étudiant,
      *                          retrouvée par son numéro stable.
           SELECT F-ANNUAL
               ASSIGN TO 'annual.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNUAL-STATUS.

      *Relevés de notes officiels : une page par demande servie.
           SELECT F-TRANSCRIPT
               ASSIGN TO 'transcript.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANSCRIPT-STATUS.

      *Liste des demandes non servies : numéro inconnu, aucun
      *résultat enregistré ou dossier lacunaire. Aucun relevé
      *               partiel n'est édité pour ces demandes.
           SELECT F-EXCEPTION
               ASSIGN TO 'transexc.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXCEPTION-STATUS.

      *Dernier numéro d'ordre attribué à un relevé officiel : la
      *numérotation se poursuit d'une exécution à l'autre, un même
      *                   numéro n'est jamais délivré deux fois.
           SELECT F-SEQUENCE
               ASSIGN TO 'transeq.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SEQUENCE-STATUS.

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

      *Enregistrement de demande : numéro d'étudiant (contrôlé en
      *                        tant que texte) et destinataire du relevé.
       FD  F-REQUEST
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-REQUEST.
           03 TQ-STUDENT-NBR     PIC X(06).
           03 TQ-ADDRESSEE       PIC X(30).

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

      *Enregistrement de l'archive (même dessin que l'historique).
       FD  F-ARCHIVE
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ARCHIVE.
           03 AR-PERIOD          PIC 9(01).
           03 AR-YEAR            PIC X(09).
           03 AR-CLASS-CODE      PIC X(05).
           03 AR-LASTNAME        PIC X(07).
           03 AR-FIRSTNAME       PIC X(06).
           03 AR-AVERAGE         PIC 99,99.
           03 AR-STUDENT-NBR     PIC 9(06).

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

      *Ligne de la synthèse annuelle, vue soit comme ligne de titre
      *(année synthétisée), soit comme ligne d'étudiant (numéro en
      *     tête, décision en fin de ligne). Les autres lignes (classe,
      *                     en-têtes, comptages) ne sont pas exploitées.
       FD  F-ANNUAL
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ANNUAL          PIC X(100).

       01  REC-ANN-TITLE.
           03 AT-TITLE           PIC X(26).
           03 AT-YEAR            PIC X(09).

       01  REC-ANN-DETAIL.
           03 AD-NBR             PIC X(06).
           03 FILLER             PIC X(49).
           03 AD-DECISION        PIC X(25).

      *Ligne des relevés de notes officiels.
       FD  F-TRANSCRIPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-TRANSCRIPT      PIC X(80).

      *Ligne de la liste des demandes non servies.
       FD  F-EXCEPTION
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EXCEPTION       PIC X(80).

      *Dernier numéro d'ordre de relevé attribué.
       FD  F-SEQUENCE
           RECORD CONTAINS 6 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SEQUENCE.
           03 SQ-LAST-NBR        PIC 9(06).

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

      *Flag gérant la lecture des demandes. Statut 35 : fichier
      *                  absent, rien à éditer (abend explicite).
       01  F-REQUEST-STATUS      PIC X(02) VALUE SPACE.
           88 F-REQUEST-STATUS-OK       VALUE '00'.
           88 F-REQUEST-STATUS-EOF      VALUE '10'.
           88 F-REQUEST-STATUS-ABSENT   VALUE '35'.

      *Flag gérant la lecture du fichier maître. Statut 23 : numéro
      *                                          absent du maître.
       01  F-MASTER-STATUS       PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK        VALUE '00'.
           88 F-MASTER-STATUS-NOTFND    VALUE '23'.

      *Flag gérant la lecture de l'archive. Statut 35 : archive
      *      encore jamais créée, aucune année close à reprendre.
       01  F-ARCHIVE-STATUS      PIC X(02) VALUE SPACE.
           88 F-ARCHIVE-STATUS-OK       VALUE '00'.
           88 F-ARCHIVE-STATUS-EOF      VALUE '10'.
           88 F-ARCHIVE-STATUS-ABSENT   VALUE '35'.

      *Flag gérant la lecture de l'historique. Statut 35 : aucune
      *                            période de l'année en cours.
       01  F-HISTORY-STATUS      PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK       VALUE '00'.
           88 F-HISTORY-STATUS-EOF      VALUE '10'.
           88 F-HISTORY-STATUS-ABSENT   VALUE '35'.

      *Flag gérant la lecture de la synthèse annuelle. Statut 35 :
      *aucune année encore synthétisée, les relevés sont édités
      *                           sans décision de fin d'année.
       01  F-ANNUAL-STATUS       PIC X(02) VALUE SPACE.
           88 F-ANNUAL-STATUS-OK        VALUE '00'.
           88 F-ANNUAL-STATUS-EOF       VALUE '10'.
           88 F-ANNUAL-STATUS-ABSENT    VALUE '35'.

      *Flag gérant l'écriture des relevés de notes.
       01  F-TRANSCRIPT-STATUS   PIC X(02) VALUE SPACE.
           88 F-TRANSCRIPT-STATUS-OK    VALUE '00'.

      *Flag gérant l'écriture de la liste des demandes non servies.
       01  F-EXCEPTION-STATUS    PIC X(02) VALUE SPACE.
           88 F-EXCEPTION-STATUS-OK     VALUE '00'.

      *Flag gérant le fichier du dernier numéro d'ordre. Statut 35 :
      *        aucun relevé encore délivré, la numérotation part de 1.
       01  F-SEQUENCE-STATUS     PIC X(02) VALUE SPACE.
           88 F-SEQUENCE-STATUS-OK      VALUE '00'.
           88 F-SEQUENCE-STATUS-EOF     VALUE '10'.
           88 F-SEQUENCE-STATUS-ABSENT  VALUE '35'.

      *Flag gérant l'écriture du journal de marche. Statut 35 :
      *journal encore jamais créé, initialisé avant d'être rouvert
      *                                                 en ajout.
       01  F-RUNLOG-STATUS       PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK      VALUE '00'.
           88 F-RUNLOG-STATUS-ABSENT  VALUE '35'.

      *Date et heure d'exécution, reportées sur le pied de chaque
      *                       relevé et sur le journal de marche.
       01  WS-RUN-DATE           PIC 9(08) VALUE 0.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY        PIC 9(04).
           05 WS-RUN-MM          PIC 9(02).
           05 WS-RUN-DD          PIC 9(02).
       77  WS-RUN-TIME-RAW       PIC 9(08) VALUE 0.
       77  WS-RUN-TIME           PIC 9(06) VALUE 0.

      *Code retour final de l'exécution, reporté sur le journal de
      *                 marche : 0 propre, 4 demandes non servies.
       77  WS-FINAL-RC           PIC 9(02) VALUE 0.

      *Compteur de la position (numéro de ligne) dans F-REQUEST.
       77  WS-RQ-LINE-NBR        PIC 9(06) VALUE 0.

      *Dernier numéro d'ordre attribué (repris de transeq.dat).
       77  WS-SEQ-NBR            PIC 9(06) VALUE 0.

      *Comptages de l'exécution.
       77  WS-REQUEST-CNT        PIC 9(06) VALUE 0.
       77  WS-TRANSCRIPT-CNT     PIC 9(06) VALUE 0.
       77  WS-EXCEPTION-CNT      PIC 9(06) VALUE 0.

      *Libellé de la cause de l'arrêt anormal, affiché par 9000.
       01  WS-ABEND-LIMIT        PIC X(60) VALUE SPACE.

      *Groupe de variable comprenant un tableau des demandes lues,
      *                       dans l'ordre du fichier des demandes.
       01  DATA-REQUEST.
           05 RQ-LGHT            PIC 9(03) VALUE ZERO.
           05 RQ-TAB OCCURS 1 TO 200 TIMES
                                           DEPENDING ON RQ-LGHT
                                           INDEXED BY WS-RQ-IDX.
               10 RQ-LINE-NBR    PIC 9(06).
               10 RQ-NBR         PIC 9(06).
               10 RQ-ADDRESSEE   PIC X(30).

      *Groupe de variable comprenant un tableau des résultats par
      *période des seuls étudiants demandés, repris de l'archive et
      *de l'historique, triés par étudiant, année puis période.
       01  DATA-RESULT.
           05 RS-LGHT            PIC 9(04) VALUE ZERO.
           05 RS-TAB OCCURS 1 TO 5000 TIMES
                                           DEPENDING ON RS-LGHT
                                           INDEXED BY WS-RS-IDX.
               10 RS-NBR         PIC 9(06).
               10 RS-YEAR        PIC X(09).
               10 RS-PERIOD      PIC 9(01).
               10 RS-CLASS-CODE  PIC X(05).
               10 RS-AVERAGE     PIC 9(02)V9(02).

      *Groupe de variable comprenant un tableau des décisions de fin
      *            d'année des étudiants demandés (synthèse annuelle).
       01  DATA-DECISION.
           05 DC-LGHT            PIC 9(03) VALUE ZERO.
           05 DC-TAB OCCURS 1 TO 200 TIMES
                                           DEPENDING ON DC-LGHT
                                           INDEXED BY WS-DC-IDX.
               10 DC-NBR         PIC 9(06).
               10 DC-YEAR        PIC X(09).
               10 DC-DECISION    PIC X(25).

      *Année portée par le titre de la synthèse annuelle.
       01  WS-ANNUAL-YEAR        PIC X(09) VALUE SPACE.

      *Numéro recherché parmi les demandes et indicateur de présence
      *                                                     (0450).
       77  WS-SEARCH-NBR         PIC 9(06).
       01  WS-RQ-FOUND-SW        PIC X(01) VALUE "N".
           88 WS-RQ-FOUND           VALUE "O".

      *Indique qu'une ligne de résultat identique (même étudiant,
      *même période, même classe, même moyenne) est déjà retenue :
      *                une ligne recopiée en double n'est pas un écart.
       01  WS-RS-DUP-SW          PIC X(01) VALUE "N".
           88 WS-RS-DUP             VALUE "O".
      *Ligne de résultat en cours de reprise (0310).
       01  WS-ROW.
           05 WS-ROW-NBR         PIC 9(06).
           05 WS-ROW-YEAR        PIC X(09).
           05 WS-ROW-PERIOD      PIC 9(01).
           05 WS-ROW-CLASS-CODE  PIC X(05).
           05 WS-ROW-AVERAGE     PIC 9(02)V9(02).

      *Bornes des lignes de résultat de l'étudiant en cours dans
      *RS-TAB (trié), et ligne précédente pendant le contrôle des
      *                                             lacunes (0420).
       77  WS-RS-FROM            PIC 9(04).
       77  WS-RS-TO              PIC 9(04).
       77  WS-RS-PREV            PIC 9(04).

      *Année scolaire "AAAA-AAAA" décomposée pour le contrôle de
      *                        continuité d'une année à la suivante.
       01  WS-YEAR-WORK.
           05 WS-YW-START        PIC X(04).
           05 WS-YW-DASH         PIC X(01).
           05 WS-YW-END          PIC X(04).
       77  WS-YEAR-START         PIC 9(04).
       77  WS-PREV-YEAR-START    PIC 9(04).

      *Cause du premier écart trouvé dans le dossier de l'étudiant
      *         (à blanc si le dossier est continu), et son repère.
       01  WS-GAP-CAUSE          PIC X(30) VALUE SPACE.
       01  WS-GAP-DETAIL         PIC X(20) VALUE SPACE.

      *Décision de fin d'année de l'étudiant pour l'année en cours
      *                           d'édition (à blanc si aucune).
       01  WS-DECISION           PIC X(25) VALUE SPACE.
      *Indique que la ligne en cours est la dernière période de son
      *                               année sur le relevé (0430).
       01  WS-YEAR-END-SW        PIC X(01) VALUE "N".
           88 WS-YEAR-END           VALUE "O".
      *Comptage des périodes éditées sur le relevé en cours.
       77  WS-PERIOD-CNT         PIC 9(03) VALUE 0.

      *Variable d'affichage d'étoile.
       01  AFF-ETOILE            PIC X(80) VALUE ALL "*".

      *Groupe de variable pour l'édition des relevés de notes.
           01 WS-TR-TITLE.
               05 FILLER          PIC X(50)
                  VALUE "RELEVE DE NOTES OFFICIEL".
               05 FILLER          PIC X(14) VALUE "Releve numero ".
               05 WS-TR-SEQ       PIC 9(06).
           01 WS-TR-IDENT.
               05 FILLER          PIC X(11) VALUE "Etudiant : ".
               05 WS-TR-NBR       PIC 9(06).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 WS-TR-NAME      PIC X(15).
           01 WS-TR-ADDRESSEE.
               05 FILLER          PIC X(15) VALUE "Destinataire : ".
               05 WS-TR-ADDR-TXT  PIC X(30).
           01 WS-TR-HDR.
               05 FILLER          PIC X(16) VALUE "Annee scolaire".
               05 FILLER          PIC X(12) VALUE "Trimestre".
               05 FILLER          PIC X(08) VALUE "Classe".
               05 FILLER          PIC X(07) VALUE "Moyenne".
           01 WS-TR-LINE.
               05 WS-TR-YEAR      PIC X(09).
               05 FILLER          PIC X(07) VALUE SPACE.
               05 WS-TR-PERIOD    PIC 9(01).
               05 FILLER          PIC X(11) VALUE SPACE.
               05 WS-TR-CLASS     PIC X(05).
               05 FILLER          PIC X(03) VALUE SPACE.
               05 WS-TR-AVERAGE   PIC 9(02),9(02).
           01 WS-TR-DECISION-LINE.
               05 FILLER          PIC X(04) VALUE SPACE.
               05 FILLER          PIC X(28)
                  VALUE "Decision de fin d'annee : ".
               05 WS-TR-DECISION  PIC X(25).
           01 WS-TR-CNT-LINE.
               05 FILLER          PIC X(20)
                  VALUE "Periodes relevees : ".
               05 WS-TR-CNT       PIC Z(02)9.
           01 WS-TR-CERT-1        PIC X(60) VALUE
              "Releve certifie conforme aux resultats enregistres".
           01 WS-TR-CERT-2.
               05 FILLER          PIC X(29)
                  VALUE "par l'etablissement, releve n".
               05 FILLER          PIC X(02) VALUE "o ".
               05 WS-TR-CERT-SEQ  PIC 9(06).
               05 FILLER          PIC X(13) VALUE " etabli le ".
               05 WS-TR-DD        PIC 9(02).
               05 FILLER          PIC X(01) VALUE "/".
               05 WS-TR-MM        PIC 9(02).
               05 FILLER          PIC X(01) VALUE "/".
               05 WS-TR-YYYY      PIC 9(04).
               05 FILLER          PIC X(01) VALUE ".".
           01 WS-TR-SIGN.
               05 FILLER          PIC X(45) VALUE SPACE.
               05 FILLER          PIC X(23)
                  VALUE "Le chef d'etablissement".

      *Groupe de variable pour l'édition de la liste des demandes
      *                                                non servies.
           01 WS-EXC-TITLE        PIC X(43)
              VALUE "RELEVES DE NOTES - DEMANDES NON SERVIES".
           01 WS-EXC-LINE.
               05 WS-EX-LINE-NBR  PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-EX-NBR       PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-EX-CAUSE     PIC X(30).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-EX-DETAIL    PIC X(20).
           01 WS-EXC-CNT-LINE.
               05 WS-EC-LABEL     PIC X(22).
               05 FILLER          PIC X(03) VALUE " : ".
               05 WS-EC-CNT       PIC Z(05)9.

      *Groupe de variable pour la ligne du journal de marche de
      *                                         cette exécution.
           01 WS-RUNLOG-LINE.
               05 WS-RL-DATE      PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-TIME      PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-PROGRAM   PIC X(12) VALUE "transcript".
               05 FILLER          PIC X(04) VALUE " DM=".
               05 WS-RL-REQUEST   PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RL=".
               05 WS-RL-TRANSCR   PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " EX=".
               05 WS-RL-EXCEPT    PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " NO=".
               05 WS-RL-SEQ       PIC 9(06).
               05 FILLER          PIC X(04) VALUE " RC=".
               05 WS-RL-RC        PIC 9(02).

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

      *Appel d'un paragraphe pour l'ouverture des fichiers et la
      *                     reprise du dernier numéro d'ordre.
           PERFORM 0100-OPEN-START
           THRU    0100-OPEN-END.

      *Appel d'un paragraphe pour charger les demandes.
           PERFORM 0200-LOAD-REQUEST-START
           THRU    0200-LOAD-REQUEST-END.

      *Appel d'un paragraphe pour reprendre les résultats des
      *       étudiants demandés dans l'archive et l'historique.
           PERFORM 0300-LOAD-RESULT-START
           THRU    0300-LOAD-RESULT-END.

      *Appel d'un paragraphe pour reprendre leurs décisions de fin
      *                                                   d'année.
           PERFORM 0350-LOAD-DECISION-START
           THRU    0350-LOAD-DECISION-END.

      *Appel d'un paragraphe pour éditer les relevés, demande par
      *                                                  demande.
           PERFORM 0400-TRANSCRIPT-START
           THRU    0400-TRANSCRIPT-END.

      *Appel d'un paragraphe pour les comptages, la sauvegarde du
      *          numéro d'ordre et la fermeture des fichiers.
           PERFORM 0500-CLOSE-START
           THRU    0500-CLOSE-END.

           STOP RUN.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe gérant l'ouverture des fichiers. Les demandes et le
      *fichier maître sont indispensables. Le dernier numéro d'ordre
      *est repris de transeq.dat, absent lors du tout premier relevé.
       0100-OPEN-START.
           OPEN INPUT F-REQUEST.
           IF F-REQUEST-STATUS-ABSENT
              MOVE "Fichier des demandes de releve absent"
                                  TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           PERFORM 9010-CHECK-REQUEST-STATUS-START
           THRU    9010-CHECK-REQUEST-STATUS-END.

           OPEN INPUT F-MASTER.
           IF NOT F-MASTER-STATUS-OK
              STRING "Statut " F-MASTER-STATUS
                     " a l'ouverture du fichier maitre"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           OPEN INPUT F-SEQUENCE.
           IF NOT F-SEQUENCE-STATUS-ABSENT
              PERFORM 9060-CHECK-SEQUENCE-STATUS-START
              THRU    9060-CHECK-SEQUENCE-STATUS-END
              READ F-SEQUENCE
                NOT AT END
                  IF SQ-LAST-NBR IS NOT NUMERIC
                     MOVE "Dernier numero de releve invalide"
                                         TO WS-ABEND-LIMIT
                     PERFORM 9000-ABEND-START
                     THRU    9000-ABEND-END
                  END-IF
                  MOVE SQ-LAST-NBR TO WS-SEQ-NBR
              END-READ
              PERFORM 9060-CHECK-SEQUENCE-STATUS-START
              THRU    9060-CHECK-SEQUENCE-STATUS-END
              CLOSE F-SEQUENCE
           END-IF.

           OPEN OUTPUT F-TRANSCRIPT.
           PERFORM 9040-CHECK-TRANSCRIPT-STATUS-START
           THRU    9040-CHECK-TRANSCRIPT-STATUS-END.

           OPEN OUTPUT F-EXCEPTION.
           MOVE WS-EXC-TITLE TO REC-F-EXCEPTION.
           WRITE REC-F-EXCEPTION.
           PERFORM 9050-CHECK-EXCEPTION-STATUS-START
           THRU    9050-CHECK-EXCEPTION-STATUS-END.

      *Date et heure d'exécution, reportées sur le pied des relevés.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-RUN-TIME-RAW / 100.

           EXIT.
       0100-OPEN-END.

      *Paragraphe chargeant les demandes dans RQ-TAB. Un numéro mal
      *formé ne peut désigner aucun étudiant : la demande part
      *                 directement en exception (appelant: mainline).
       0200-LOAD-REQUEST-START.
           PERFORM UNTIL F-REQUEST-STATUS-EOF
               READ F-REQUEST
                NOT AT END
                   ADD 1 TO WS-RQ-LINE-NBR
                   ADD 1 TO WS-REQUEST-CNT
                   IF TQ-STUDENT-NBR IS NOT NUMERIC
                      OR TQ-STUDENT-NBR = "000000"
                      MOVE WS-RQ-LINE-NBR   TO WS-EX-LINE-NBR
                      MOVE TQ-STUDENT-NBR   TO WS-EX-NBR
                      MOVE "NUMERO D'ETUDIANT INVALIDE"
                                            TO WS-EX-CAUSE
                      MOVE SPACE            TO WS-EX-DETAIL
                      PERFORM 0440-EXCEPTION-START
                      THRU    0440-EXCEPTION-END
                   ELSE
                      IF RQ-LGHT NOT < 200
                         MOVE "RQ-LGHT (200 demandes de releve)"
                                             TO WS-ABEND-LIMIT
                         PERFORM 9000-ABEND-START
                         THRU    9000-ABEND-END
                      END-IF
                      ADD 1 TO RQ-LGHT
                      MOVE WS-RQ-LINE-NBR TO RQ-LINE-NBR(RQ-LGHT)
                      MOVE TQ-STUDENT-NBR TO RQ-NBR(RQ-LGHT)
                      MOVE TQ-ADDRESSEE   TO RQ-ADDRESSEE(RQ-LGHT)
                   END-IF
               END-READ

               PERFORM 9010-CHECK-REQUEST-STATUS-START
               THRU    9010-CHECK-REQUEST-STATUS-END
           END-PERFORM.

           CLOSE F-REQUEST.

           EXIT.
       0200-LOAD-REQUEST-END.

      *Paragraphe reprenant dans RS-TAB les lignes de résultat des
      *étudiants demandés : d'abord l'archive des années closes,
      *puis l'historique de l'année en cours. L'un ou l'autre peut
      *manquer (aucune année close, ou aucune période en cours). Les
      *lignes sont ensuite triées par étudiant, année puis période.
       0300-LOAD-RESULT-START.
           OPEN INPUT F-ARCHIVE.
           IF NOT F-ARCHIVE-STATUS-ABSENT
              PERFORM 9020-CHECK-ARCHIVE-STATUS-START
              THRU    9020-CHECK-ARCHIVE-STATUS-END
              PERFORM UNTIL F-ARCHIVE-STATUS-EOF
                  READ F-ARCHIVE
                   NOT AT END
                      IF AR-STUDENT-NBR IS NUMERIC
                         MOVE AR-STUDENT-NBR TO WS-ROW-NBR
                         MOVE AR-YEAR        TO WS-ROW-YEAR
                         MOVE AR-PERIOD      TO WS-ROW-PERIOD
                         MOVE AR-CLASS-CODE  TO WS-ROW-CLASS-CODE
                         MOVE AR-AVERAGE     TO WS-ROW-AVERAGE
                         PERFORM 0310-KEEP-ROW-START
                         THRU    0310-KEEP-ROW-END
                      END-IF
                  END-READ
                  PERFORM 9020-CHECK-ARCHIVE-STATUS-START
                  THRU    9020-CHECK-ARCHIVE-STATUS-END
              END-PERFORM
              CLOSE F-ARCHIVE
           END-IF.

           OPEN INPUT F-HISTORY.
           IF NOT F-HISTORY-STATUS-ABSENT
              PERFORM 9025-CHECK-HISTORY-STATUS-START
              THRU    9025-CHECK-HISTORY-STATUS-END
              PERFORM UNTIL F-HISTORY-STATUS-EOF
                  READ F-HISTORY
                   NOT AT END
                      IF H-STUDENT-NBR IS NUMERIC
                         MOVE H-STUDENT-NBR  TO WS-ROW-NBR
                         MOVE H-YEAR         TO WS-ROW-YEAR
                         MOVE H-PERIOD       TO WS-ROW-PERIOD
                         MOVE H-CLASS-CODE   TO WS-ROW-CLASS-CODE
                         MOVE H-AVERAGE      TO WS-ROW-AVERAGE
                         PERFORM 0310-KEEP-ROW-START
                         THRU    0310-KEEP-ROW-END
                      END-IF
                  END-READ
                  PERFORM 9025-CHECK-HISTORY-STATUS-START
                  THRU    9025-CHECK-HISTORY-STATUS-END
              END-PERFORM
              CLOSE F-HISTORY
           END-IF.

           IF RS-LGHT > 1
              SORT RS-TAB ON ASCENDING KEY RS-NBR
                          ON ASCENDING KEY RS-YEAR
                          ON ASCENDING KEY RS-PERIOD
           END-IF.

           EXIT.
       0300-LOAD-RESULT-END.

      *Paragraphe retenant la ligne WS-ROW si son étudiant fait
      *l'objet d'une demande. Une ligne strictement identique à une
      *ligne déjà retenue (recopie en double) est ignorée ; deux
      *lignes différentes pour la même période restent toutes deux,
      *    et le contrôle des lacunes les signalera (appelant: 0300).
       0310-KEEP-ROW-START.
           IF WS-ROW-NBR = 0
              GO TO 0310-KEEP-ROW-EXIT
           END-IF.

           MOVE WS-ROW-NBR TO WS-SEARCH-NBR.
           PERFORM 0450-FIND-REQUEST-START
           THRU    0450-FIND-REQUEST-END.
           IF NOT WS-RQ-FOUND
              GO TO 0310-KEEP-ROW-EXIT
           END-IF.

           MOVE "N" TO WS-RS-DUP-SW.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > RS-LGHT OR WS-RS-DUP
                IF RS-NBR(WS-RS-IDX) = WS-ROW-NBR
                   AND RS-YEAR(WS-RS-IDX) = WS-ROW-YEAR
                   AND RS-PERIOD(WS-RS-IDX) = WS-ROW-PERIOD
                   AND RS-CLASS-CODE(WS-RS-IDX) = WS-ROW-CLASS-CODE
                   AND RS-AVERAGE(WS-RS-IDX) = WS-ROW-AVERAGE
                   SET WS-RS-DUP TO TRUE
                END-IF
           END-PERFORM.
           IF WS-RS-DUP
              GO TO 0310-KEEP-ROW-EXIT
           END-IF.

           IF RS-LGHT NOT < 5000
              MOVE "RS-LGHT (5000 lignes de resultat)"
                                  TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           ADD 1 TO RS-LGHT.
           MOVE WS-ROW-NBR        TO RS-NBR(RS-LGHT).
           MOVE WS-ROW-YEAR       TO RS-YEAR(RS-LGHT).
           MOVE WS-ROW-PERIOD     TO RS-PERIOD(RS-LGHT).
           MOVE WS-ROW-CLASS-CODE TO RS-CLASS-CODE(RS-LGHT).
           MOVE WS-ROW-AVERAGE    TO RS-AVERAGE(RS-LGHT).

       0310-KEEP-ROW-EXIT.
           EXIT.
       0310-KEEP-ROW-END.

      *Paragraphe reprenant de la synthèse annuelle la décision de
      *fin d'année des étudiants demandés. L'année est celle du
      *titre ; une ligne d'étudiant se reconnaît à son numéro en
      *tête. Synthèse absente : aucune décision n'est imprimée.
       0350-LOAD-DECISION-START.
           OPEN INPUT F-ANNUAL.
           IF F-ANNUAL-STATUS-ABSENT
              GO TO 0350-LOAD-DECISION-EXIT
           END-IF.
           PERFORM 9030-CHECK-ANNUAL-STATUS-START
           THRU    9030-CHECK-ANNUAL-STATUS-END.

           PERFORM UNTIL F-ANNUAL-STATUS-EOF
               READ F-ANNUAL
                NOT AT END
                   IF AT-TITLE = "SYNTHESE ANNUELLE - ANNEE "
                      MOVE AT-YEAR TO WS-ANNUAL-YEAR
                   END-IF
                   IF AD-NBR IS NUMERIC AND AD-NBR NOT = "000000"
                      MOVE AD-NBR TO WS-SEARCH-NBR
                      PERFORM 0450-FIND-REQUEST-START
                      THRU    0450-FIND-REQUEST-END
                      IF WS-RQ-FOUND
                         IF DC-LGHT NOT < 200
                            MOVE "DC-LGHT (200 decisions annuelles)"
                                                TO WS-ABEND-LIMIT
                            PERFORM 9000-ABEND-START
                            THRU    9000-ABEND-END
                         END-IF
                         ADD 1 TO DC-LGHT
                         MOVE AD-NBR         TO DC-NBR(DC-LGHT)
                         MOVE WS-ANNUAL-YEAR TO DC-YEAR(DC-LGHT)
                         MOVE AD-DECISION    TO DC-DECISION(DC-LGHT)
                      END-IF
                   END-IF
               END-READ
               PERFORM 9030-CHECK-ANNUAL-STATUS-START
               THRU    9030-CHECK-ANNUAL-STATUS-END
           END-PERFORM.

           CLOSE F-ANNUAL.

       0350-LOAD-DECISION-EXIT.
           EXIT.
       0350-LOAD-DECISION-END.

      *Paragraphe traitant les demandes dans leur ordre de lecture
      *                                        (appelant: mainline).
       0400-TRANSCRIPT-START.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                                   UNTIL WS-RQ-IDX > RQ-LGHT
                PERFORM 0410-ONE-REQUEST-START
                THRU    0410-ONE-REQUEST-END
           END-PERFORM.

           EXIT.
       0400-TRANSCRIPT-END.

      *Paragraphe servant la demande WS-RQ-IDX : l'étudiant doit être
      *connu du maître, avoir au moins une période enregistrée et un
      *dossier sans lacune (0420). Sinon la demande part en
      *           exception et aucun relevé n'est édité (appelant: 0400).
       0410-ONE-REQUEST-START.
           MOVE RQ-LINE-NBR(WS-RQ-IDX) TO WS-EX-LINE-NBR.
           MOVE RQ-NBR(WS-RQ-IDX)      TO WS-EX-NBR.
           MOVE SPACE                  TO WS-EX-DETAIL.

           MOVE RQ-NBR(WS-RQ-IDX) TO M-STUDENT-NBR.
           READ F-MASTER
             INVALID KEY
               MOVE "NUMERO INCONNU AU MAITRE" TO WS-EX-CAUSE
               PERFORM 0440-EXCEPTION-START
               THRU    0440-EXCEPTION-END
               GO TO 0410-ONE-REQUEST-EXIT
           END-READ.
           PERFORM 9015-CHECK-MASTER-READ-START
           THRU    9015-CHECK-MASTER-READ-END.

      *Plage des lignes de l'étudiant dans RS-TAB (trié par numéro).
           MOVE 0 TO WS-RS-FROM.
           MOVE 0 TO WS-RS-TO.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                                   UNTIL WS-RS-IDX > RS-LGHT
                IF RS-NBR(WS-RS-IDX) = RQ-NBR(WS-RQ-IDX)
                   IF WS-RS-FROM = 0
                      SET WS-RS-FROM TO WS-RS-IDX
                   END-IF
                   SET WS-RS-TO TO WS-RS-IDX
                END-IF
           END-PERFORM.
           IF WS-RS-FROM = 0
              MOVE "AUCUN RESULTAT ENREGISTRE" TO WS-EX-CAUSE
              PERFORM 0440-EXCEPTION-START
              THRU    0440-EXCEPTION-END
              GO TO 0410-ONE-REQUEST-EXIT
           END-IF.

           PERFORM 0420-CHECK-GAPS-START
           THRU    0420-CHECK-GAPS-END.
           IF WS-GAP-CAUSE NOT = SPACE
              MOVE WS-GAP-CAUSE  TO WS-EX-CAUSE
              MOVE WS-GAP-DETAIL TO WS-EX-DETAIL
              PERFORM 0440-EXCEPTION-START
              THRU    0440-EXCEPTION-END
              GO TO 0410-ONE-REQUEST-EXIT
           END-IF.

           PERFORM 0430-WRITE-TRANSCRIPT-START
           THRU    0430-WRITE-TRANSCRIPT-END.

       0410-ONE-REQUEST-EXIT.
           EXIT.
       0410-ONE-REQUEST-END.

      *Paragraphe contrôlant la continuité du dossier de l'étudiant
      *(lignes WS-RS-FROM à WS-RS-TO, triées) : année scolaire datée
      *"AAAA-AAAA", trimestre de 1 à 3, pas deux résultats pour une
      *même période, trimestres consécutifs dans l'année, et passage
      *du trimestre 3 au trimestre 1 de l'année suivante. Le dossier
      *peut commencer et finir sur n'importe quel trimestre (arrivée
      *ou départ en cours d'année). Le premier écart trouvé est
      *                  rangé dans WS-GAP-CAUSE (appelant: 0410).
       0420-CHECK-GAPS-START.
           MOVE SPACE TO WS-GAP-CAUSE.
           MOVE SPACE TO WS-GAP-DETAIL.
           MOVE 0     TO WS-RS-PREV.

           PERFORM VARYING WS-RS-IDX FROM WS-RS-FROM BY 1
                   UNTIL WS-RS-IDX > WS-RS-TO
                      OR WS-GAP-CAUSE NOT = SPACE
                MOVE RS-YEAR(WS-RS-IDX) TO WS-YEAR-WORK
                STRING RS-YEAR(WS-RS-IDX) " T" RS-PERIOD(WS-RS-IDX)
                  DELIMITED BY SIZE
                  INTO WS-GAP-DETAIL
                END-STRING
                EVALUATE TRUE
                  WHEN WS-YW-START IS NOT NUMERIC
                       OR WS-YW-DASH NOT = "-"
                       OR WS-YW-END IS NOT NUMERIC
                    MOVE "ANNEE SCOLAIRE NON DATEE" TO WS-GAP-CAUSE
                  WHEN RS-PERIOD(WS-RS-IDX) < 1
                       OR RS-PERIOD(WS-RS-IDX) > 3
                    MOVE "TRIMESTRE INVALIDE" TO WS-GAP-CAUSE
                  WHEN WS-RS-PREV = 0
                    CONTINUE
                  WHEN RS-YEAR(WS-RS-IDX) = RS-YEAR(WS-RS-PREV)
                    IF RS-PERIOD(WS-RS-IDX) = RS-PERIOD(WS-RS-PREV)
                       MOVE "DEUX RESULTATS POUR UNE PERIODE"
                                              TO WS-GAP-CAUSE
                    ELSE
                       IF RS-PERIOD(WS-RS-IDX) NOT =
                                        RS-PERIOD(WS-RS-PREV) + 1
                          MOVE "TRIMESTRE MANQUANT" TO WS-GAP-CAUSE
                       END-IF
                    END-IF
                  WHEN OTHER
                    MOVE WS-YW-START TO WS-YEAR-START
                    IF RS-PERIOD(WS-RS-PREV) NOT = 3
                       OR RS-PERIOD(WS-RS-IDX) NOT = 1
                       MOVE "TRIMESTRE MANQUANT" TO WS-GAP-CAUSE
                    ELSE
                       IF WS-YEAR-START NOT = WS-PREV-YEAR-START + 1
                          MOVE "ANNEE SCOLAIRE MANQUANTE"
                                              TO WS-GAP-CAUSE
                       END-IF
                    END-IF
                END-EVALUATE
                IF WS-YW-START IS NUMERIC
                   MOVE WS-YW-START TO WS-PREV-YEAR-START
                END-IF
                SET WS-RS-PREV TO WS-RS-IDX
           END-PERFORM.

           IF WS-GAP-CAUSE = SPACE
              MOVE SPACE TO WS-GAP-DETAIL
           END-IF.

           EXIT.
       0420-CHECK-GAPS-END.

      *Paragraphe éditant le relevé de la demande WS-RQ-IDX sur une
      *nouvelle page : numéro d'ordre, identité du maître,
      *destinataire, une ligne par période et la décision de fin
      *d'année après la dernière période de chaque année qui en a
      *une, puis le pied de certification (appelant: 0410).
       0430-WRITE-TRANSCRIPT-START.
           ADD 1 TO WS-SEQ-NBR.
           ADD 1 TO WS-TRANSCRIPT-CNT.
           MOVE 0 TO WS-PERIOD-CNT.

           MOVE WS-SEQ-NBR  TO WS-TR-SEQ.
           MOVE WS-TR-TITLE TO REC-F-TRANSCRIPT.
           WRITE REC-F-TRANSCRIPT AFTER ADVANCING PAGE.
           PERFORM 9040-CHECK-TRANSCRIPT-STATUS-START
           THRU    9040-CHECK-TRANSCRIPT-STATUS-END.

           MOVE AFF-ETOILE TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           MOVE M-STUDENT-NBR TO WS-TR-NBR.
           MOVE SPACE         TO WS-TR-NAME.
           STRING M-LASTNAME  DELIMITED BY SPACE
                  " "         DELIMITED BY SIZE
                  M-FIRSTNAME DELIMITED BY SPACE
             INTO WS-TR-NAME
           END-STRING.
           MOVE WS-TR-IDENT TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           IF RQ-ADDRESSEE(WS-RQ-IDX) NOT = SPACE
              MOVE RQ-ADDRESSEE(WS-RQ-IDX) TO WS-TR-ADDR-TXT
              MOVE WS-TR-ADDRESSEE         TO REC-F-TRANSCRIPT
              PERFORM 0460-WRITE-LINE-START
              THRU    0460-WRITE-LINE-END
           END-IF.

           MOVE SPACE TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           MOVE WS-TR-HDR TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           PERFORM VARYING WS-RS-IDX FROM WS-RS-FROM BY 1
                                   UNTIL WS-RS-IDX > WS-RS-TO
                MOVE RS-YEAR(WS-RS-IDX)       TO WS-TR-YEAR
                MOVE RS-PERIOD(WS-RS-IDX)     TO WS-TR-PERIOD
                MOVE RS-CLASS-CODE(WS-RS-IDX) TO WS-TR-CLASS
                MOVE RS-AVERAGE(WS-RS-IDX)    TO WS-TR-AVERAGE
                MOVE WS-TR-LINE TO REC-F-TRANSCRIPT
                PERFORM 0460-WRITE-LINE-START
                THRU    0460-WRITE-LINE-END
                ADD 1 TO WS-PERIOD-CNT

      *Dernière période de l'année : décision de fin d'année, si la
      *                   synthèse annuelle en porte une pour elle.
                MOVE "N" TO WS-YEAR-END-SW
                IF WS-RS-IDX = WS-RS-TO
                   SET WS-YEAR-END TO TRUE
                ELSE
                   IF RS-YEAR(WS-RS-IDX + 1) NOT = RS-YEAR(WS-RS-IDX)
                      SET WS-YEAR-END TO TRUE
                   END-IF
                END-IF
                IF WS-YEAR-END
                   MOVE SPACE TO WS-DECISION
                   PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                                   UNTIL WS-DC-IDX > DC-LGHT
                        IF DC-NBR(WS-DC-IDX) = RS-NBR(WS-RS-IDX)
                           AND DC-YEAR(WS-DC-IDX) = RS-YEAR(WS-RS-IDX)
                           MOVE DC-DECISION(WS-DC-IDX) TO WS-DECISION
                        END-IF
                   END-PERFORM
                   IF WS-DECISION NOT = SPACE
                      MOVE WS-DECISION         TO WS-TR-DECISION
                      MOVE WS-TR-DECISION-LINE TO REC-F-TRANSCRIPT
                      PERFORM 0460-WRITE-LINE-START
                      THRU    0460-WRITE-LINE-END
                   END-IF
                END-IF
           END-PERFORM.

           MOVE SPACE TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           MOVE WS-PERIOD-CNT  TO WS-TR-CNT.
           MOVE WS-TR-CNT-LINE TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           MOVE SPACE TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

      *Pied de certification : numéro d'ordre et date d'édition.
           MOVE WS-TR-CERT-1 TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           MOVE WS-SEQ-NBR   TO WS-TR-CERT-SEQ.
           MOVE WS-RUN-DD    TO WS-TR-DD.
           MOVE WS-RUN-MM    TO WS-TR-MM.
           MOVE WS-RUN-YYYY  TO WS-TR-YYYY.
           MOVE WS-TR-CERT-2 TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           MOVE SPACE TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           MOVE WS-TR-SIGN TO REC-F-TRANSCRIPT.
           PERFORM 0460-WRITE-LINE-START
           THRU    0460-WRITE-LINE-END.

           EXIT.
       0430-WRITE-TRANSCRIPT-END.

      *Paragraphe écrivant la ligne d'exception préparée par
      *                   l'appelant et la comptant (appelant: 0200/0410).
       0440-EXCEPTION-START.
           MOVE WS-EXC-LINE TO REC-F-EXCEPTION.
           WRITE REC-F-EXCEPTION.
           PERFORM 9050-CHECK-EXCEPTION-STATUS-START
           THRU    9050-CHECK-EXCEPTION-STATUS-END.
           ADD 1 TO WS-EXCEPTION-CNT.

           EXIT.
       0440-EXCEPTION-END.

      *Paragraphe positionnant WS-RQ-FOUND-SW selon que le numéro
      *WS-SEARCH-NBR fait l'objet d'au moins une demande
      *                                      (appelant: 0310/0350).
       0450-FIND-REQUEST-START.
           MOVE "N" TO WS-RQ-FOUND-SW.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > RQ-LGHT OR WS-RQ-FOUND
                IF RQ-NBR(WS-RQ-IDX) = WS-SEARCH-NBR
                   SET WS-RQ-FOUND TO TRUE
                END-IF
           END-PERFORM.

           EXIT.
       0450-FIND-REQUEST-END.

      *Paragraphe écrivant une ligne de relevé à la suite de la
      *                               précédente (appelant: 0430).
       0460-WRITE-LINE-START.
           WRITE REC-F-TRANSCRIPT AFTER ADVANCING 1.
           PERFORM 9040-CHECK-TRANSCRIPT-STATUS-START
           THRU    9040-CHECK-TRANSCRIPT-STATUS-END.

           EXIT.
       0460-WRITE-LINE-END.

      *Paragraphe écrivant les comptages de la liste d'exceptions,
      *sauvegardant le dernier numéro d'ordre attribué, puis fermant
      *                                              les fichiers.
       0500-CLOSE-START.
           MOVE "DEMANDES LUES"        TO WS-EC-LABEL.
           MOVE WS-REQUEST-CNT         TO WS-EC-CNT.
           MOVE WS-EXC-CNT-LINE        TO REC-F-EXCEPTION.
           WRITE REC-F-EXCEPTION.
           PERFORM 9050-CHECK-EXCEPTION-STATUS-START
           THRU    9050-CHECK-EXCEPTION-STATUS-END.

           MOVE "RELEVES EDITES"       TO WS-EC-LABEL.
           MOVE WS-TRANSCRIPT-CNT      TO WS-EC-CNT.
           MOVE WS-EXC-CNT-LINE        TO REC-F-EXCEPTION.
           WRITE REC-F-EXCEPTION.
           PERFORM 9050-CHECK-EXCEPTION-STATUS-START
           THRU    9050-CHECK-EXCEPTION-STATUS-END.

           MOVE "DEMANDES NON SERVIES" TO WS-EC-LABEL.
           MOVE WS-EXCEPTION-CNT       TO WS-EC-CNT.
           MOVE WS-EXC-CNT-LINE        TO REC-F-EXCEPTION.
           WRITE REC-F-EXCEPTION.
           PERFORM 9050-CHECK-EXCEPTION-STATUS-START
           THRU    9050-CHECK-EXCEPTION-STATUS-END.

      *Le numéro d'ordre n'est sauvegardé que si des relevés ont été
      *                                                   délivrés.
           IF WS-TRANSCRIPT-CNT > 0
              OPEN OUTPUT F-SEQUENCE
              PERFORM 9060-CHECK-SEQUENCE-STATUS-START
              THRU    9060-CHECK-SEQUENCE-STATUS-END
              MOVE WS-SEQ-NBR TO SQ-LAST-NBR
              WRITE REC-F-SEQUENCE
              PERFORM 9060-CHECK-SEQUENCE-STATUS-START
              THRU    9060-CHECK-SEQUENCE-STATUS-END
              CLOSE F-SEQUENCE
           END-IF.

      *Des demandes non servies laissent un code retour
      *              d'avertissement pour l'ordonnanceur.
           IF WS-EXCEPTION-CNT > 0
              MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.

           PERFORM 0510-RUNLOG-START
           THRU    0510-RUNLOG-END.

           CLOSE F-MASTER.
           CLOSE F-TRANSCRIPT.
           CLOSE F-EXCEPTION.

           IF WS-EXCEPTION-CNT > 0
              DISPLAY "Releves : " WS-EXCEPTION-CNT
                      " demande(s) non servie(s), voir transexc.dat"
           END-IF.

           EXIT.
       0500-CLOSE-END.

      *Paragraphe ajoutant la ligne de fin d'exécution au journal de
      *marche cumulatif : date et heure, demandes lues, relevés
      *édités, exceptions, dernier numéro d'ordre et code retour
      *                                    final (appelant: 0500).
       0510-RUNLOG-START.
           OPEN EXTEND F-RUNLOG.
           IF F-RUNLOG-STATUS-ABSENT
              OPEN OUTPUT F-RUNLOG
              PERFORM 9070-CHECK-RUNLOG-STATUS-START
              THRU    9070-CHECK-RUNLOG-STATUS-END
              CLOSE F-RUNLOG
              OPEN EXTEND F-RUNLOG
           END-IF.
           PERFORM 9070-CHECK-RUNLOG-STATUS-START
           THRU    9070-CHECK-RUNLOG-STATUS-END.

           MOVE WS-RUN-DATE       TO WS-RL-DATE.
           MOVE WS-RUN-TIME       TO WS-RL-TIME.
           MOVE WS-REQUEST-CNT    TO WS-RL-REQUEST.
           MOVE WS-TRANSCRIPT-CNT TO WS-RL-TRANSCR.
           MOVE WS-EXCEPTION-CNT  TO WS-RL-EXCEPT.
           MOVE WS-SEQ-NBR        TO WS-RL-SEQ.
           MOVE WS-FINAL-RC       TO WS-RL-RC.
           MOVE WS-RUNLOG-LINE    TO REC-F-RUNLOG.
           WRITE REC-F-RUNLOG.
           PERFORM 9070-CHECK-RUNLOG-STATUS-START
           THRU    9070-CHECK-RUNLOG-STATUS-END.

           CLOSE F-RUNLOG.

           EXIT.
       0510-RUNLOG-END.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe d'arrêt anormal : affiche la cause puis termine
      *                                  le traitement par STOP RUN.
       9000-ABEND-START.
           DISPLAY "*** ARRET ANORMAL DU PROGRAMME transcript ***".
           DISPLAY "Cause : " WS-ABEND-LIMIT.
           DISPLAY "Demande en cours : " WS-RQ-LINE-NBR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9000-ABEND-END.

      *Vérifie que la dernière lecture des demandes s'est terminée
      *par un état OK ou par la fin de fichier attendue ; sinon,
      *                            abend avec le statut fichier observé.
       9010-CHECK-REQUEST-STATUS-START.
           IF NOT F-REQUEST-STATUS-OK AND NOT F-REQUEST-STATUS-EOF
              STRING "Statut " F-REQUEST-STATUS
                     " inattendu, lecture F-REQUEST (0200)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9010-CHECK-REQUEST-STATUS-END.

      *Vérifie que la dernière lecture du fichier maître par clé
      *s'est terminée par un état OK ; sinon, abend avec le statut
      *                                                  observé.
       9015-CHECK-MASTER-READ-START.
           IF NOT F-MASTER-STATUS-OK
              STRING "Statut " F-MASTER-STATUS
                     " inattendu, lecture F-MASTER (0410)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9015-CHECK-MASTER-READ-END.

      *Vérifie que la dernière lecture de l'archive s'est terminée
      *par un état OK ou par la fin de fichier attendue ; sinon,
      *                            abend avec le statut fichier observé.
       9020-CHECK-ARCHIVE-STATUS-START.
           IF NOT F-ARCHIVE-STATUS-OK AND NOT F-ARCHIVE-STATUS-EOF
              STRING "Statut " F-ARCHIVE-STATUS
                     " inattendu, lecture F-ARCHIVE (0300)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9020-CHECK-ARCHIVE-STATUS-END.

      *Vérifie que la dernière lecture de l'historique s'est terminée
      *par un état OK ou par la fin de fichier attendue ; sinon,
      *                            abend avec le statut fichier observé.
       9025-CHECK-HISTORY-STATUS-START.
           IF NOT F-HISTORY-STATUS-OK AND NOT F-HISTORY-STATUS-EOF
              STRING "Statut " F-HISTORY-STATUS
                     " inattendu, lecture F-HISTORY (0300)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9025-CHECK-HISTORY-STATUS-END.

      *Vérifie que la dernière lecture de la synthèse annuelle s'est
      *terminée par un état OK ou par la fin de fichier attendue ;
      *                   sinon, abend avec le statut fichier observé.
       9030-CHECK-ANNUAL-STATUS-START.
           IF NOT F-ANNUAL-STATUS-OK AND NOT F-ANNUAL-STATUS-EOF
              STRING "Statut " F-ANNUAL-STATUS
                     " inattendu, lecture F-ANNUAL (0350)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9030-CHECK-ANNUAL-STATUS-END.

      *Vérifie que la dernière écriture des relevés s'est terminée
      *       par un état OK ; sinon, abend avec le statut observé.
       9040-CHECK-TRANSCRIPT-STATUS-START.
           IF NOT F-TRANSCRIPT-STATUS-OK
              STRING "Statut " F-TRANSCRIPT-STATUS
                     " inattendu, écriture F-TRANSCRIPT (0430)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9040-CHECK-TRANSCRIPT-STATUS-END.

      *Vérifie que la dernière écriture de la liste des demandes non
      *servies s'est terminée par un état OK ; sinon, abend avec le
      *                                           statut observé.
       9050-CHECK-EXCEPTION-STATUS-START.
           IF NOT F-EXCEPTION-STATUS-OK
              STRING "Statut " F-EXCEPTION-STATUS
                     " inattendu, écriture F-EXCEPTION (0440)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9050-CHECK-EXCEPTION-STATUS-END.

      *Vérifie que la dernière opération sur le fichier du numéro
      *d'ordre s'est terminée par un état OK ou par la fin de
      *         fichier attendue ; sinon, abend avec le statut observé.
       9060-CHECK-SEQUENCE-STATUS-START.
           IF NOT F-SEQUENCE-STATUS-OK AND NOT F-SEQUENCE-STATUS-EOF
              STRING "Statut " F-SEQUENCE-STATUS
                     " inattendu, fichier F-SEQUENCE"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9060-CHECK-SEQUENCE-STATUS-END.

      *Vérifie que la dernière opération sur le journal de marche
      *s'est terminée par un état OK ; sinon, abend avec le statut
      *                                                  observé.
       9070-CHECK-RUNLOG-STATUS-START.
           IF NOT F-RUNLOG-STATUS-OK
              STRING "Statut " F-RUNLOG-STATUS
                     " inattendu, écriture F-RUNLOG (0510)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9070-CHECK-RUNLOG-STATUS-END.
