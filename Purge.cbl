      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. purge.
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
      *Fichier de paramètres de la chaîne : seul l'enregistrement
      *"PURGE" (durée de conservation, en années, des données d'un
      *                 étudiant après son départ) est exploité ici.
           SELECT F-PARAM
               ASSIGN TO 'param.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAM-STATUS.

      *Mode d'exécution (une ligne) : "R" purge effective, "S" essai.
      *Absent, l'exécution est un essai : le certificat montre ce qui
      *           serait purgé sans qu'aucun fichier ne soit modifié.
           SELECT F-PURGEPARM
               ASSIGN TO 'purgeparm.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PURGEPARM-STATUS.

      *Fichier maître des étudiants : balayé pour retenir les
      *étudiants partis depuis plus longtemps que la durée de
      *conservation, dont l'enregistrement est ensuite supprimé.
           SELECT F-MASTER
               ASSIGN TO 'master.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS M-STUDENT-NBR
               FILE STATUS IS F-MASTER-STATUS.

      *Journal cumulatif des mouvements du maître : les lignes d'un
      *étudiant purgé en sont retirées, pour que masterrebuild ne
      *                            puisse plus le reconstruire.
           SELECT F-JOURNAL
               ASSIGN TO 'mastjournal.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JOURNAL-STATUS.

      *Historique de l'année courante, son archive permanente et sa
      *génération précédente : les lignes d'un étudiant purgé y sont
      *anonymisées (nom, prénom, numéro) mais gardées, pour que les
      *effectifs et moyennes de classe, dont le comparatif N-1 du
      *             rapport de direction (0665), restent inchangés.
           SELECT F-HISTORY
               ASSIGN TO 'history.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORY-STATUS.

           SELECT F-ARCHIVE
               ASSIGN TO 'archive.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ARCHIVE-STATUS.

           SELECT F-HISTBAK
               ASSIGN TO 'historybak.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTBAK-STATUS.

      *Fichier de travail : copie purgée d'un fichier, relue pour
      *le réécrire. Un incident pendant la réécriture laisse ainsi
      *                  la copie purgée complète sur le disque.
           SELECT F-WORK
               ASSIGN TO 'purgework.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-WORK-STATUS.

      *Certificat de purge : mode, date, durée de conservation et
      *comptages par fichier ; en essai, liste des étudiants qui
      *                                               seraient purgés.
           SELECT F-CERTIFICATE
               ASSIGN TO 'purgecert.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CERTIFICATE-STATUS.

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

      *Enregistrements du fichier de paramètres (même dessin que le
      *                                    traitement trimestriel).
       FD  F-PARAM
           RECORD CONTAINS 2 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-PARAM-TYPE        PIC X(06).

      *Enregistrement "PURGE" : durée de conservation, en années
      *           révolues, des données d'un étudiant après son départ.
       01  REC-PARAM-PURGE.
           03 PM-P-TYPE          PIC X(06).
           03 PM-P-YEARS         PIC X(02).

       FD  F-PURGEPARM
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-PURGEPARM       PIC X(08).

      *Enregistrement du fichier maître des étudiants (même dessin
      *                                              que mastermaint).
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

      *Enregistrement du journal des mouvements du maître (même
      *dessin que mastermaint). Les lignes écrites avant l'ajout de
      *l'affectation ou de la date de départ, plus courtes, sont lues
      *                                      avec ces zones à blanc.
       FD  F-JOURNAL
           RECORD CONTAINS 116 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-JOURNAL.
           03 JR-RUN-DATE        PIC 9(08).
           03 JR-RUN-TIME        PIC 9(06).
           03 FILLER             PIC X(01).
           03 JR-LINE-NBR        PIC 9(06).
           03 FILLER             PIC X(01).
           03 JR-CODE            PIC X(01).
           03 FILLER             PIC X(01).
           03 JR-BEFORE          PIC X(21).
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

      *Lignes de résultats de l'historique, de l'archive et de la
      *génération précédente (même dessin que REC-F-HISTORY du
      *   traitement des bulletins), traitées au travers de WS-RES-ROW.
       FD  F-HISTORY
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTORY         PIC X(39).

       FD  F-ARCHIVE
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ARCHIVE         PIC X(39).

       FD  F-HISTBAK
           RECORD CONTAINS 39 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTBAK         PIC X(39).

      *Ligne du fichier de travail, à la largeur de la plus longue
      *                             des lignes traitées (journal).
       FD  F-WORK
           RECORD CONTAINS 116 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-WORK            PIC X(116).

      *Ligne du certificat de purge.
       FD  F-CERTIFICATE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CERTIFICATE     PIC X(80).

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

      *Flag gérant la lecture du fichier de paramètres. Statut 35 :
      *          fichier absent, aucune durée de conservation connue.
       01  F-PARAM-STATUS        PIC X(02) VALUE SPACE.
           88 F-PARAM-STATUS-OK         VALUE '00'.
           88 F-PARAM-STATUS-EOF        VALUE '10'.
           88 F-PARAM-STATUS-ABSENT     VALUE '35'.

      *Flag gérant la lecture du mode d'exécution. Statut 35 :
      *                            fichier absent, exécution en essai.
       01  F-PURGEPARM-STATUS    PIC X(02) VALUE SPACE.
           88 F-PURGEPARM-STATUS-OK     VALUE '00'.
           88 F-PURGEPARM-STATUS-EOF    VALUE '10'.
           88 F-PURGEPARM-STATUS-ABSENT VALUE '35'.

      *Flag gérant le balayage et la mise à jour du fichier maître.
      *Statut 23 : clé non trouvée ; statut 35 : fichier absent.
       01  F-MASTER-STATUS       PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK        VALUE '00'.
           88 F-MASTER-STATUS-EOF       VALUE '10'.
           88 F-MASTER-STATUS-NOTFND    VALUE '23'.
           88 F-MASTER-STATUS-ABSENT    VALUE '35'.

      *Flags gérant la lecture et la réécriture du journal du maître,
      *de l'historique, de l'archive et de la génération précédente.
      *              Statut 35 : fichier jamais créé, rien à traiter.
       01  F-JOURNAL-STATUS      PIC X(02) VALUE SPACE.
           88 F-JOURNAL-STATUS-OK       VALUE '00'.
           88 F-JOURNAL-STATUS-EOF      VALUE '10'.
           88 F-JOURNAL-STATUS-ABSENT   VALUE '35'.

       01  F-HISTORY-STATUS      PIC X(02) VALUE SPACE.
           88 F-HISTORY-STATUS-OK       VALUE '00'.
           88 F-HISTORY-STATUS-EOF      VALUE '10'.
           88 F-HISTORY-STATUS-ABSENT   VALUE '35'.

       01  F-ARCHIVE-STATUS      PIC X(02) VALUE SPACE.
           88 F-ARCHIVE-STATUS-OK       VALUE '00'.
           88 F-ARCHIVE-STATUS-EOF      VALUE '10'.
           88 F-ARCHIVE-STATUS-ABSENT   VALUE '35'.

       01  F-HISTBAK-STATUS      PIC X(02) VALUE SPACE.
           88 F-HISTBAK-STATUS-OK       VALUE '00'.
           88 F-HISTBAK-STATUS-EOF      VALUE '10'.
           88 F-HISTBAK-STATUS-ABSENT   VALUE '35'.

      *Flag gérant l'écriture et la relecture du fichier de travail.
       01  F-WORK-STATUS         PIC X(02) VALUE SPACE.
           88 F-WORK-STATUS-OK          VALUE '00'.
           88 F-WORK-STATUS-EOF         VALUE '10'.

      *Flag gérant l'écriture du certificat de purge.
       01  F-CERTIFICATE-STATUS  PIC X(02) VALUE SPACE.
           88 F-CERTIFICATE-STATUS-OK   VALUE '00'.

      *Flag gérant l'écriture du journal de marche. Statut 35 :
      *journal encore jamais créé, initialisé avant d'être rouvert
      *                                                 en ajout.
       01  F-RUNLOG-STATUS       PIC X(02) VALUE SPACE.
           88 F-RUNLOG-STATUS-OK      VALUE '00'.
           88 F-RUNLOG-STATUS-ABSENT  VALUE '35'.

      *Date et heure d'exécution, reportées sur le certificat et sur
      *                                       le journal de marche.
       77  WS-RUN-DATE           PIC 9(08) VALUE 0.
       77  WS-RUN-TIME-RAW       PIC 9(08) VALUE 0.
       77  WS-RUN-TIME           PIC 9(06) VALUE 0.

      *Code retour final de l'exécution, reporté sur le journal de
      *marche : 0 propre, 4 durée de conservation non paramétrée
      *                                         (aucune purge).
       77  WS-FINAL-RC           PIC 9(02) VALUE 0.

      *Compteur de la position (numéro de ligne) dans F-PARAM.
       77  WS-PARAM-LINE-NBR     PIC 9(03) VALUE 0.

      *Durée de conservation lue dans param.dat, et date limite qui
      *en découle : un étudiant parti au plus tard à cette date est
      *                                                     purgé.
       77  WS-RETENTION-YEARS    PIC 9(02) VALUE 0.
       77  WS-LIMIT-DATE         PIC 9(08) VALUE 0.
       01  WS-RETENTION-SW       PIC X(01) VALUE "N".
           88 WS-RETENTION-SET      VALUE "O".

      *Mode d'exécution : "S" essai (aucun fichier modifié), "R"
      *                                           purge effective.
       01  WS-PURGE-MODE-SW      PIC X(01) VALUE "S".
           88 WS-PURGE-DRY-RUN      VALUE "S".
           88 WS-PURGE-REAL         VALUE "R".

      *Groupe de variable comprenant le tableau des étudiants à
      *purger, retenus au balayage du maître (0200) dans l'ordre des
      *                                               numéros.
       01  DATA-PURGE.
           05 PG-LGHT            PIC 9(04) VALUE ZERO.
           05 PG OCCURS 1 TO 5000 TIMES
                                           DEPENDING ON PG-LGHT
                                           INDEXED BY WS-PG-IDX.
               10 PG-NBR         PIC 9(06).
      *Clé neutre de l'étudiant une fois anonymisé, portée dans le
      *prénom de toutes ses lignes de résultats : ses trimestres
      *restent rapprochés entre eux sans le confondre avec les autres
      *                         anonymes de sa classe (0380, 0450).
               10 PG-ANON-KEY    PIC 9(06).

      *Numéro recherché parmi les étudiants à purger (0350), sa
      *position dans le tableau, et indicateur de la ligne courante
      *                                       touchée par la purge.
       77  WS-SEARCH-NBR         PIC 9(06).
       77  WS-PG-POS             PIC 9(04).

      *Plus forte clé neutre d'anonymisation attribuée (0380).
       77  WS-ANON-LAST          PIC 9(06).
       01  WS-PG-FOUND-SW        PIC X(01) VALUE "N".
           88 WS-PG-FOUND           VALUE "O".

      *Ligne de résultats en cours de traitement (historique,
      *                                archive, génération précédente).
       01  WS-RES-ROW.
           05 RS-PERIOD          PIC X(01).
           05 RS-YEAR            PIC X(09).
           05 RS-CLASS-CODE      PIC X(05).
           05 RS-LASTNAME        PIC X(07).
           05 RS-FIRSTNAME       PIC X(06).
           05 RS-AVERAGE         PIC X(05).
           05 RS-STUDENT-NBR     PIC X(06).

      *Comptages par fichier : enregistrements supprimés du maître,
      *lignes retirées du journal, lignes anonymisées de l'historique,
      *     de l'archive et de la génération précédente.
       77  WS-MAS-CNT            PIC 9(06) VALUE 0.
       77  WS-JRN-CNT            PIC 9(06) VALUE 0.
       77  WS-HIS-CNT            PIC 9(06) VALUE 0.
       77  WS-ARC-CNT            PIC 9(06) VALUE 0.
       77  WS-HBK-CNT            PIC 9(06) VALUE 0.

      *Libellé de la cause de l'arrêt anormal, affiché par 9000.
       01  WS-ABEND-LIMIT        PIC X(60) VALUE SPACE.

      *Groupe de variable pour l'édition du certificat de purge.
           01 WS-CERT-TITLE       PIC X(52) VALUE
              "CERTIFICAT DE PURGE DES DONNEES DES ETUDIANTS PARTIS".
           01 WS-CERT-MODE-DRY    PIC X(44) VALUE
              "MODE : ESSAI - AUCUN FICHIER N'A ETE MODIFIE".
           01 WS-CERT-MODE-REAL   PIC X(22) VALUE
              "MODE : PURGE EFFECTIVE".
           01 WS-CERT-DATE-LINE.
               05 FILLER          PIC X(19) VALUE "DATE D'EXECUTION : ".
               05 WS-CD-DATE      PIC 9(08).
           01 WS-CERT-RET-LINE.
               05 FILLER          PIC X(24)
                  VALUE "DUREE DE CONSERVATION : ".
               05 WS-CR-YEARS     PIC Z9.
               05 FILLER          PIC X(28)
                  VALUE " AN(S) - DEPARTS JUSQU'AU : ".
               05 WS-CR-LIMIT     PIC 9(08).
           01 WS-CERT-NORET       PIC X(51) VALUE
              "DUREE DE CONSERVATION NON PARAMETREE : AUCUNE PURGE".
           01 WS-CERT-LIST-HDR    PIC X(35) VALUE
              "ETUDIANTS QUI SERAIENT PURGES :".
           01 WS-CERT-STU-LINE.
               05 WS-CS-NBR       PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CS-LASTNAME  PIC X(07).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CS-FIRSTNAME PIC X(06).
               05 FILLER          PIC X(14) VALUE "  PARTI LE : ".
               05 WS-CS-DEPART    PIC 9(08).
           01 WS-CERT-CNT-HDR-DRY PIC X(36) VALUE
              "COMPTAGES PAR FICHIER (A TRAITER) :".
           01 WS-CERT-CNT-HDR-REAL PIC X(33) VALUE
              "COMPTAGES PAR FICHIER (TRAITES) :".
           01 WS-CERT-CNT-LINE.
               05 WS-CC-LABEL     PIC X(44).
               05 FILLER          PIC X(03) VALUE " : ".
               05 WS-CC-CNT       PIC Z(05)9.

      *Groupe de variable pour la ligne du journal de marche de
      *                                         cette exécution.
           01 WS-RUNLOG-LINE.
               05 WS-RL-DATE      PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-TIME      PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RL-PROGRAM   PIC X(12) VALUE "purge".
               05 FILLER          PIC X(06) VALUE " MODE=".
               05 WS-RL-MODE      PIC X(05).
               05 FILLER          PIC X(03) VALUE " E=".
               05 WS-RL-STU       PIC Z(05)9.
               05 FILLER          PIC X(03) VALUE " M=".
               05 WS-RL-MAS       PIC Z(05)9.
               05 FILLER          PIC X(03) VALUE " J=".
               05 WS-RL-JRN       PIC Z(05)9.
               05 FILLER          PIC X(03) VALUE " H=".
               05 WS-RL-HIS       PIC Z(05)9.
               05 FILLER          PIC X(03) VALUE " A=".
               05 WS-RL-ARC       PIC Z(05)9.
               05 FILLER          PIC X(03) VALUE " B=".
               05 WS-RL-HBK       PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RC=".
               05 WS-RL-RC        PIC 9(02).

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

      *Appel d'un paragraphe pour les paramètres, l'ouverture du
      *                             maître et l'en-tête du certificat.
           PERFORM 0100-OPEN-START
           THRU    0100-OPEN-END.

      *Appel d'un paragraphe pour le choix des étudiants à purger.
           PERFORM 0200-SELECT-START
           THRU    0200-SELECT-END.

      *Appel des paragraphes traitant chaque fichier : journal du
      *maître, historique, archive et génération précédente, puis
      *                                        le maître lui-même.
           PERFORM 0300-JOURNAL-START
           THRU    0300-JOURNAL-END.

      *Appel d'un paragraphe attribuant à chaque étudiant à purger
      *                   sa clé neutre d'anonymisation.
           PERFORM 0380-ANON-KEYS-START
           THRU    0380-ANON-KEYS-END.

           PERFORM 0400-HISTORY-START
           THRU    0400-HISTORY-END.

           PERFORM 0410-ARCHIVE-START
           THRU    0410-ARCHIVE-END.

           PERFORM 0420-HISTBAK-START
           THRU    0420-HISTBAK-END.

           PERFORM 0500-MASTER-START
           THRU    0500-MASTER-END.

      *Appel d'un paragraphe pour les comptages du certificat et la
      *                                       fermeture des fichiers.
           PERFORM 0600-CLOSE-START
           THRU    0600-CLOSE-END.

           STOP RUN.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe lisant la durée de conservation et le mode
      *d'exécution, calculant la date limite de départ, ouvrant le
      *              maître et écrivant l'en-tête du certificat.
       0100-OPEN-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-RUN-TIME-RAW / 100.

           PERFORM 0110-PARAM-START
           THRU    0110-PARAM-END.

           PERFORM 0120-MODE-START
           THRU    0120-MODE-END.

      *Date limite : même jour, autant d'années plus tôt que la durée
      *                                            de conservation.
           IF WS-RETENTION-SET
              COMPUTE WS-LIMIT-DATE = WS-RUN-DATE
                                    - WS-RETENTION-YEARS * 10000
           END-IF.

      *Le maître n'est ouvert en mise à jour que pour une purge
      *            effective ; en essai, seul le balayage a lieu.
           IF WS-PURGE-REAL
              OPEN I-O F-MASTER
           ELSE
              OPEN INPUT F-MASTER
           END-IF.
           IF F-MASTER-STATUS-ABSENT
              MOVE "Fichier maître absent" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           PERFORM 9010-CHECK-MASTER-STATUS-START
           THRU    9010-CHECK-MASTER-STATUS-END.

           OPEN OUTPUT F-CERTIFICATE.

           MOVE WS-CERT-TITLE TO REC-F-CERTIFICATE.
           PERFORM 0190-WRITE-CERT-START
           THRU    0190-WRITE-CERT-END.

           IF WS-PURGE-REAL
              MOVE WS-CERT-MODE-REAL TO REC-F-CERTIFICATE
           ELSE
              MOVE WS-CERT-MODE-DRY  TO REC-F-CERTIFICATE
           END-IF.
           PERFORM 0190-WRITE-CERT-START
           THRU    0190-WRITE-CERT-END.

           MOVE WS-RUN-DATE       TO WS-CD-DATE.
           MOVE WS-CERT-DATE-LINE TO REC-F-CERTIFICATE.
           PERFORM 0190-WRITE-CERT-START
           THRU    0190-WRITE-CERT-END.

           IF WS-RETENTION-SET
              MOVE WS-RETENTION-YEARS TO WS-CR-YEARS
              MOVE WS-LIMIT-DATE      TO WS-CR-LIMIT
              MOVE WS-CERT-RET-LINE   TO REC-F-CERTIFICATE
           ELSE
              MOVE WS-CERT-NORET      TO REC-F-CERTIFICATE
           END-IF.
           PERFORM 0190-WRITE-CERT-START
           THRU    0190-WRITE-CERT-END.

           MOVE SPACE TO REC-F-CERTIFICATE.
           PERFORM 0190-WRITE-CERT-START
           THRU    0190-WRITE-CERT-END.

           EXIT.
       0100-OPEN-END.

      *Paragraphe lisant param.dat : l'enregistrement "PURGE" donne la
      *durée de conservation sur deux chiffres ; les autres types
      *sont propres aux autres programmes de la chaîne et ignorés.
      *Fichier absent ou sans "PURGE" : aucune purge ne sera faite
      *                                          (appelant: 0100).
       0110-PARAM-START.
           OPEN INPUT F-PARAM.

           IF F-PARAM-STATUS-ABSENT
              GO TO 0110-PARAM-EXIT
           END-IF.
           PERFORM 9005-CHECK-PARAM-STATUS-START
           THRU    9005-CHECK-PARAM-STATUS-END.

           PERFORM UNTIL F-PARAM-STATUS-EOF
                READ F-PARAM
                 NOT AT END
                   ADD 1 TO WS-PARAM-LINE-NBR
                   IF REC-PARAM-TYPE = "PURGE"
                      IF PM-P-YEARS IS NOT NUMERIC
                         STRING "Parametre PURGE ligne "
                                WS-PARAM-LINE-NBR
                                " : duree invalide"
                           INTO WS-ABEND-LIMIT
                         END-STRING
                         PERFORM 9000-ABEND-START
                         THRU    9000-ABEND-END
                      END-IF
                      MOVE PM-P-YEARS TO WS-RETENTION-YEARS
                      SET WS-RETENTION-SET TO TRUE
                   END-IF
                END-READ

                PERFORM 9005-CHECK-PARAM-STATUS-START
                THRU    9005-CHECK-PARAM-STATUS-END
           END-PERFORM.

           CLOSE F-PARAM.

       0110-PARAM-EXIT.
           EXIT.
       0110-PARAM-END.

      *Paragraphe lisant le mode d'exécution. Absent ou vide :
      *essai. Un mode autre que "R" ou "S" arrête le traitement,
      *pour qu'une faute de frappe ne déclenche jamais une purge
      *                                          (appelant: 0100).
       0120-MODE-START.
           OPEN INPUT F-PURGEPARM.

           IF F-PURGEPARM-STATUS-ABSENT
              GO TO 0120-MODE-EXIT
           END-IF.
           PERFORM 9006-CHECK-PURGEPARM-STATUS-START
           THRU    9006-CHECK-PURGEPARM-STATUS-END.

           READ F-PURGEPARM
            NOT AT END
              IF REC-F-PURGEPARM NOT = "R"
                 AND REC-F-PURGEPARM NOT = "S"
                 MOVE "Mode d'execution invalide (purgeparm)"
                                     TO WS-ABEND-LIMIT
                 PERFORM 9000-ABEND-START
                 THRU    9000-ABEND-END
              END-IF
              MOVE REC-F-PURGEPARM(1:1) TO WS-PURGE-MODE-SW
           END-READ.
           PERFORM 9006-CHECK-PURGEPARM-STATUS-START
           THRU    9006-CHECK-PURGEPARM-STATUS-END.

           CLOSE F-PURGEPARM.

       0120-MODE-EXIT.
           EXIT.
       0120-MODE-END.

      *Paragraphe écrivant la ligne du certificat préparée par
      *   l'appelant (appelant: 0100, 0200, 0210, 0600, 0610).
       0190-WRITE-CERT-START.
           WRITE REC-F-CERTIFICATE.
           PERFORM 9060-CHECK-CERTIFICATE-STATUS-START
           THRU    9060-CHECK-CERTIFICATE-STATUS-END.

           EXIT.
       0190-WRITE-CERT-END.

      *Paragraphe balayant le maître par numéro croissant et retenant
      *les étudiants dont la date de départ est posée et antérieure
      *ou égale à la date limite. En essai, chacun est listé au
      *certificat. Sans durée de conservation, rien n'est retenu
      *                                        (appelant: mainline).
       0200-SELECT-START.
           IF NOT WS-RETENTION-SET
              GO TO 0200-SELECT-EXIT
           END-IF.

           IF WS-PURGE-DRY-RUN
              MOVE WS-CERT-LIST-HDR TO REC-F-CERTIFICATE
              PERFORM 0190-WRITE-CERT-START
              THRU    0190-WRITE-CERT-END
           END-IF.

      *On se replace en tête du maître ; un maître vide (START sans
      *                      clé atteignable) saute le balayage.
           MOVE 0 TO M-STUDENT-NBR.
           START F-MASTER KEY NOT < M-STUDENT-NBR
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM UNTIL F-MASTER-STATUS-EOF
                    READ F-MASTER NEXT
                     NOT AT END
                       IF M-DEPART-DATE IS NUMERIC
                          AND M-DEPART-DATE > 0
                          AND M-DEPART-DATE NOT > WS-LIMIT-DATE
                          PERFORM 0210-RETAIN-START
                          THRU    0210-RETAIN-END
                       END-IF
                    END-READ

                    PERFORM 9015-CHECK-MASTER-READ-START
                    THRU    9015-CHECK-MASTER-READ-END
               END-PERFORM
           END-START.

           IF WS-PURGE-DRY-RUN
              MOVE SPACE TO REC-F-CERTIFICATE
              PERFORM 0190-WRITE-CERT-START
              THRU    0190-WRITE-CERT-END
           END-IF.

       0200-SELECT-EXIT.
           EXIT.
       0200-SELECT-END.

      *Paragraphe retenant l'étudiant du maître couramment lu et,
      *   en essai, le listant au certificat (appelant: 0200).
       0210-RETAIN-START.
           IF PG-LGHT NOT < 5000
              MOVE "PG-LGHT (5000 etudiants a purger)" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           ADD 1 TO PG-LGHT.
           MOVE M-STUDENT-NBR TO PG-NBR(PG-LGHT).

           IF WS-PURGE-DRY-RUN
              MOVE M-STUDENT-NBR    TO WS-CS-NBR
              MOVE M-LASTNAME       TO WS-CS-LASTNAME
              MOVE M-FIRSTNAME      TO WS-CS-FIRSTNAME
              MOVE M-DEPART-DATE    TO WS-CS-DEPART
              MOVE WS-CERT-STU-LINE TO REC-F-CERTIFICATE
              PERFORM 0190-WRITE-CERT-START
              THRU    0190-WRITE-CERT-END
           END-IF.

           EXIT.
       0210-RETAIN-END.

      *Paragraphe traitant le journal du maître : une ligne dont
      *l'image avant ou après porte le numéro d'un étudiant à purger
      *est retirée. En purge effective, les lignes gardées sont
      *copiées dans le fichier de travail puis le journal est
      *réécrit à partir de lui ; en essai, les lignes sont seulement
      *                            comptées (appelant: mainline).
       0300-JOURNAL-START.
           IF PG-LGHT = 0
              GO TO 0300-JOURNAL-EXIT
           END-IF.

           OPEN INPUT F-JOURNAL.
           IF F-JOURNAL-STATUS-ABSENT
              GO TO 0300-JOURNAL-EXIT
           END-IF.
           PERFORM 9020-CHECK-JOURNAL-STATUS-START
           THRU    9020-CHECK-JOURNAL-STATUS-END.

           IF WS-PURGE-REAL
              OPEN OUTPUT F-WORK
              PERFORM 9050-CHECK-WORK-STATUS-START
              THRU    9050-CHECK-WORK-STATUS-END
           END-IF.

           PERFORM UNTIL F-JOURNAL-STATUS-EOF
                READ F-JOURNAL
                 NOT AT END
      *Numéro de l'étudiant : image avant, ou image après pour un
      *ajout (image avant à blanc). Une ligne sans numéro lisible est
      *                                                   gardée.
                   MOVE "N" TO WS-PG-FOUND-SW
                   IF JR-BEFORE(1:6) IS NUMERIC
                      MOVE JR-BEFORE(1:6) TO WS-SEARCH-NBR
                      PERFORM 0350-LOOKUP-START
                      THRU    0350-LOOKUP-END
                   END-IF
                   IF NOT WS-PG-FOUND AND JR-AFTER(1:6) IS NUMERIC
                      MOVE JR-AFTER(1:6) TO WS-SEARCH-NBR
                      PERFORM 0350-LOOKUP-START
                      THRU    0350-LOOKUP-END
                   END-IF

                   IF WS-PG-FOUND
                      ADD 1 TO WS-JRN-CNT
                   ELSE
                      IF WS-PURGE-REAL
                         WRITE REC-F-WORK FROM REC-F-JOURNAL
                         PERFORM 9050-CHECK-WORK-STATUS-START
                         THRU    9050-CHECK-WORK-STATUS-END
                      END-IF
                   END-IF
                END-READ

                PERFORM 9020-CHECK-JOURNAL-STATUS-START
                THRU    9020-CHECK-JOURNAL-STATUS-END
           END-PERFORM.

           CLOSE F-JOURNAL.

           IF NOT WS-PURGE-REAL
              GO TO 0300-JOURNAL-EXIT
           END-IF.
           CLOSE F-WORK.

      *Rien de retiré : le journal est laissé tel quel.
           IF WS-JRN-CNT = 0
              GO TO 0300-JOURNAL-EXIT
           END-IF.

           OPEN INPUT F-WORK.
           PERFORM 9050-CHECK-WORK-STATUS-START
           THRU    9050-CHECK-WORK-STATUS-END.
           OPEN OUTPUT F-JOURNAL.
           PERFORM 9020-CHECK-JOURNAL-STATUS-START
           THRU    9020-CHECK-JOURNAL-STATUS-END.

           PERFORM UNTIL F-WORK-STATUS-EOF
                READ F-WORK
                 NOT AT END
                   WRITE REC-F-JOURNAL FROM REC-F-WORK
                   PERFORM 9020-CHECK-JOURNAL-STATUS-START
                   THRU    9020-CHECK-JOURNAL-STATUS-END
                END-READ

                PERFORM 9050-CHECK-WORK-STATUS-START
                THRU    9050-CHECK-WORK-STATUS-END
           END-PERFORM.

           CLOSE F-WORK.
           CLOSE F-JOURNAL.

       0300-JOURNAL-EXIT.
           EXIT.
       0300-JOURNAL-END.

      *Paragraphe recherchant WS-SEARCH-NBR parmi les étudiants à
      *purger ; positionne WS-PG-FOUND-SW et, s'il est trouvé,
      *WS-PG-POS. Le numéro zéro (lignes sans numéro) n'est jamais
      *                          retenu (appelant: 0300, 0450).
       0350-LOOKUP-START.
           MOVE "N" TO WS-PG-FOUND-SW.

           IF WS-SEARCH-NBR = 0
              GO TO 0350-LOOKUP-EXIT
           END-IF.

           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > PG-LGHT OR WS-PG-FOUND
                IF PG-NBR(WS-PG-IDX) = WS-SEARCH-NBR
                   SET WS-PG-FOUND TO TRUE
                   SET WS-PG-POS TO WS-PG-IDX
                END-IF
           END-PERFORM.

       0350-LOOKUP-EXIT.
           EXIT.
       0350-LOOKUP-END.

      *Paragraphe attribuant à chaque étudiant à purger une clé
      *neutre, portée dans le prénom de ses lignes anonymisées. Les
      *clés suivent la plus forte déjà présente dans l'historique,
      *l'archive et la génération précédente : deux purges
      *successives ne donnent jamais la même clé à deux étudiants
      *                                   (appelant: mainline).
       0380-ANON-KEYS-START.
           IF PG-LGHT = 0
              GO TO 0380-ANON-KEYS-EXIT
           END-IF.

           MOVE 0 TO WS-ANON-LAST.

           OPEN INPUT F-HISTORY.
           IF NOT F-HISTORY-STATUS-ABSENT
              PERFORM 9030-CHECK-HISTORY-STATUS-START
              THRU    9030-CHECK-HISTORY-STATUS-END
              PERFORM UNTIL F-HISTORY-STATUS-EOF
                   READ F-HISTORY INTO WS-RES-ROW
                    NOT AT END
                      PERFORM 0385-ANON-LAST-START
                      THRU    0385-ANON-LAST-END
                   END-READ
                   PERFORM 9030-CHECK-HISTORY-STATUS-START
                   THRU    9030-CHECK-HISTORY-STATUS-END
              END-PERFORM
              CLOSE F-HISTORY
           END-IF.

           OPEN INPUT F-ARCHIVE.
           IF NOT F-ARCHIVE-STATUS-ABSENT
              PERFORM 9040-CHECK-ARCHIVE-STATUS-START
              THRU    9040-CHECK-ARCHIVE-STATUS-END
              PERFORM UNTIL F-ARCHIVE-STATUS-EOF
                   READ F-ARCHIVE INTO WS-RES-ROW
                    NOT AT END
                      PERFORM 0385-ANON-LAST-START
                      THRU    0385-ANON-LAST-END
                   END-READ
                   PERFORM 9040-CHECK-ARCHIVE-STATUS-START
                   THRU    9040-CHECK-ARCHIVE-STATUS-END
              END-PERFORM
              CLOSE F-ARCHIVE
           END-IF.

           OPEN INPUT F-HISTBAK.
           IF NOT F-HISTBAK-STATUS-ABSENT
              PERFORM 9045-CHECK-HISTBAK-STATUS-START
              THRU    9045-CHECK-HISTBAK-STATUS-END
              PERFORM UNTIL F-HISTBAK-STATUS-EOF
                   READ F-HISTBAK INTO WS-RES-ROW
                    NOT AT END
                      PERFORM 0385-ANON-LAST-START
                      THRU    0385-ANON-LAST-END
                   END-READ
                   PERFORM 9045-CHECK-HISTBAK-STATUS-START
                   THRU    9045-CHECK-HISTBAK-STATUS-END
              END-PERFORM
              CLOSE F-HISTBAK
           END-IF.

           IF WS-ANON-LAST + PG-LGHT > 999999
              MOVE "PG-ANON-KEY (cles d'anonymisation epuisees)"
                                               TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                                   UNTIL WS-PG-IDX > PG-LGHT
                ADD 1 TO WS-ANON-LAST
                MOVE WS-ANON-LAST TO PG-ANON-KEY(WS-PG-IDX)
           END-PERFORM.

       0380-ANON-KEYS-EXIT.
           EXIT.
       0380-ANON-KEYS-END.

      *Paragraphe relevant la clé neutre de la ligne WS-RES-ROW si
      *elle est déjà anonymisée, et gardant la plus forte
      *                                         (appelant: 0380).
       0385-ANON-LAST-START.
           IF RS-LASTNAME = "ANONYME"
              AND RS-FIRSTNAME IS NUMERIC
              IF RS-FIRSTNAME > WS-ANON-LAST
                 MOVE RS-FIRSTNAME TO WS-ANON-LAST
              END-IF
           END-IF.

           EXIT.
       0385-ANON-LAST-END.

      *Paragraphe traitant l'historique de l'année courante : les
      *lignes d'un étudiant à purger sont anonymisées via 0450. En
      *purge effective, l'historique passe par le fichier de travail
      *puis est réécrit ; en essai, les lignes sont seulement
      *                            comptées (appelant: mainline).
       0400-HISTORY-START.
           IF PG-LGHT = 0
              GO TO 0400-HISTORY-EXIT
           END-IF.

           OPEN INPUT F-HISTORY.
           IF F-HISTORY-STATUS-ABSENT
              GO TO 0400-HISTORY-EXIT
           END-IF.
           PERFORM 9030-CHECK-HISTORY-STATUS-START
           THRU    9030-CHECK-HISTORY-STATUS-END.

           IF WS-PURGE-REAL
              OPEN OUTPUT F-WORK
              PERFORM 9050-CHECK-WORK-STATUS-START
              THRU    9050-CHECK-WORK-STATUS-END
           END-IF.

           PERFORM UNTIL F-HISTORY-STATUS-EOF
                READ F-HISTORY INTO WS-RES-ROW
                 NOT AT END
                   PERFORM 0450-ANONYMIZE-START
                   THRU    0450-ANONYMIZE-END
                   IF WS-PG-FOUND
                      ADD 1 TO WS-HIS-CNT
                   END-IF
                END-READ

                PERFORM 9030-CHECK-HISTORY-STATUS-START
                THRU    9030-CHECK-HISTORY-STATUS-END
           END-PERFORM.

           CLOSE F-HISTORY.

           IF NOT WS-PURGE-REAL
              GO TO 0400-HISTORY-EXIT
           END-IF.
           CLOSE F-WORK.

           IF WS-HIS-CNT = 0
              GO TO 0400-HISTORY-EXIT
           END-IF.

           OPEN INPUT F-WORK.
           PERFORM 9050-CHECK-WORK-STATUS-START
           THRU    9050-CHECK-WORK-STATUS-END.
           OPEN OUTPUT F-HISTORY.
           PERFORM 9030-CHECK-HISTORY-STATUS-START
           THRU    9030-CHECK-HISTORY-STATUS-END.

           PERFORM UNTIL F-WORK-STATUS-EOF
                READ F-WORK
                 NOT AT END
                   WRITE REC-F-HISTORY FROM REC-F-WORK
                   PERFORM 9030-CHECK-HISTORY-STATUS-START
                   THRU    9030-CHECK-HISTORY-STATUS-END
                END-READ

                PERFORM 9050-CHECK-WORK-STATUS-START
                THRU    9050-CHECK-WORK-STATUS-END
           END-PERFORM.

           CLOSE F-WORK.
           CLOSE F-HISTORY.

       0400-HISTORY-EXIT.
           EXIT.
       0400-HISTORY-END.

      *Paragraphe traitant l'archive permanente, de la même façon
      *                       que l'historique (appelant: mainline).
       0410-ARCHIVE-START.
           IF PG-LGHT = 0
              GO TO 0410-ARCHIVE-EXIT
           END-IF.

           OPEN INPUT F-ARCHIVE.
           IF F-ARCHIVE-STATUS-ABSENT
              GO TO 0410-ARCHIVE-EXIT
           END-IF.
           PERFORM 9040-CHECK-ARCHIVE-STATUS-START
           THRU    9040-CHECK-ARCHIVE-STATUS-END.

           IF WS-PURGE-REAL
              OPEN OUTPUT F-WORK
              PERFORM 9050-CHECK-WORK-STATUS-START
              THRU    9050-CHECK-WORK-STATUS-END
           END-IF.

           PERFORM UNTIL F-ARCHIVE-STATUS-EOF
                READ F-ARCHIVE INTO WS-RES-ROW
                 NOT AT END
                   PERFORM 0450-ANONYMIZE-START
                   THRU    0450-ANONYMIZE-END
                   IF WS-PG-FOUND
                      ADD 1 TO WS-ARC-CNT
                   END-IF
                END-READ

                PERFORM 9040-CHECK-ARCHIVE-STATUS-START
                THRU    9040-CHECK-ARCHIVE-STATUS-END
           END-PERFORM.

           CLOSE F-ARCHIVE.

           IF NOT WS-PURGE-REAL
              GO TO 0410-ARCHIVE-EXIT
           END-IF.
           CLOSE F-WORK.

           IF WS-ARC-CNT = 0
              GO TO 0410-ARCHIVE-EXIT
           END-IF.

           OPEN INPUT F-WORK.
           PERFORM 9050-CHECK-WORK-STATUS-START
           THRU    9050-CHECK-WORK-STATUS-END.
           OPEN OUTPUT F-ARCHIVE.
           PERFORM 9040-CHECK-ARCHIVE-STATUS-START
           THRU    9040-CHECK-ARCHIVE-STATUS-END.

           PERFORM UNTIL F-WORK-STATUS-EOF
                READ F-WORK
                 NOT AT END
                   WRITE REC-F-ARCHIVE FROM REC-F-WORK
                   PERFORM 9040-CHECK-ARCHIVE-STATUS-START
                   THRU    9040-CHECK-ARCHIVE-STATUS-END
                END-READ

                PERFORM 9050-CHECK-WORK-STATUS-START
                THRU    9050-CHECK-WORK-STATUS-END
           END-PERFORM.

           CLOSE F-WORK.
           CLOSE F-ARCHIVE.

       0410-ARCHIVE-EXIT.
           EXIT.
       0410-ARCHIVE-END.

      *Paragraphe traitant la génération précédente de l'historique
      *(copie de sécurité tenue par le traitement des bulletins), de
      *         la même façon que l'historique (appelant: mainline).
       0420-HISTBAK-START.
           IF PG-LGHT = 0
              GO TO 0420-HISTBAK-EXIT
           END-IF.

           OPEN INPUT F-HISTBAK.
           IF F-HISTBAK-STATUS-ABSENT
              GO TO 0420-HISTBAK-EXIT
           END-IF.
           PERFORM 9045-CHECK-HISTBAK-STATUS-START
           THRU    9045-CHECK-HISTBAK-STATUS-END.

           IF WS-PURGE-REAL
              OPEN OUTPUT F-WORK
              PERFORM 9050-CHECK-WORK-STATUS-START
              THRU    9050-CHECK-WORK-STATUS-END
           END-IF.

           PERFORM UNTIL F-HISTBAK-STATUS-EOF
                READ F-HISTBAK INTO WS-RES-ROW
                 NOT AT END
                   PERFORM 0450-ANONYMIZE-START
                   THRU    0450-ANONYMIZE-END
                   IF WS-PG-FOUND
                      ADD 1 TO WS-HBK-CNT
                   END-IF
                END-READ

                PERFORM 9045-CHECK-HISTBAK-STATUS-START
                THRU    9045-CHECK-HISTBAK-STATUS-END
           END-PERFORM.

           CLOSE F-HISTBAK.

           IF NOT WS-PURGE-REAL
              GO TO 0420-HISTBAK-EXIT
           END-IF.
           CLOSE F-WORK.

           IF WS-HBK-CNT = 0
              GO TO 0420-HISTBAK-EXIT
           END-IF.

           OPEN INPUT F-WORK.
           PERFORM 9050-CHECK-WORK-STATUS-START
           THRU    9050-CHECK-WORK-STATUS-END.
           OPEN OUTPUT F-HISTBAK.
           PERFORM 9045-CHECK-HISTBAK-STATUS-START
           THRU    9045-CHECK-HISTBAK-STATUS-END.

           PERFORM UNTIL F-WORK-STATUS-EOF
                READ F-WORK
                 NOT AT END
                   WRITE REC-F-HISTBAK FROM REC-F-WORK
                   PERFORM 9045-CHECK-HISTBAK-STATUS-START
                   THRU    9045-CHECK-HISTBAK-STATUS-END
                END-READ

                PERFORM 9050-CHECK-WORK-STATUS-START
                THRU    9050-CHECK-WORK-STATUS-END
           END-PERFORM.

           CLOSE F-WORK.
           CLOSE F-HISTBAK.

       0420-HISTBAK-EXIT.
           EXIT.
       0420-HISTBAK-END.

      *Paragraphe anonymisant la ligne de résultats WS-RES-ROW si
      *elle appartient à un étudiant à purger : nom remplacé par
      *"ANONYME", prénom remplacé par la clé neutre de l'étudiant
      *(0380), numéro à zéro. Période, année, classe et moyenne sont
      *gardées : la ligne compte toujours dans les statistiques de
      *classe, et les trimestres de l'étudiant restent rapprochés
      *par la synthèse annuelle. En purge effective, la ligne,
      *anonymisée ou non, est copiée dans le fichier de travail
      *                         (appelant: 0400, 0410, 0420).
       0450-ANONYMIZE-START.
           MOVE "N" TO WS-PG-FOUND-SW.

           IF RS-STUDENT-NBR IS NUMERIC
              MOVE RS-STUDENT-NBR TO WS-SEARCH-NBR
              PERFORM 0350-LOOKUP-START
              THRU    0350-LOOKUP-END
           END-IF.

           IF WS-PG-FOUND
              MOVE "ANONYME" TO RS-LASTNAME
              MOVE PG-ANON-KEY(WS-PG-POS) TO RS-FIRSTNAME
              MOVE "000000"  TO RS-STUDENT-NBR
           END-IF.

           IF WS-PURGE-REAL
              MOVE WS-RES-ROW TO REC-F-WORK
              WRITE REC-F-WORK
              PERFORM 9050-CHECK-WORK-STATUS-START
              THRU    9050-CHECK-WORK-STATUS-END
           END-IF.

           EXIT.
       0450-ANONYMIZE-END.

      *Paragraphe supprimant du maître, en purge effective, chaque
      *étudiant retenu ; en essai, ils sont seulement comptés. Les
      *autres fichiers ont déjà été traités : un arrêt en cours de
      *route laisse l'étudiant au maître, et une nouvelle exécution
      *                     le reprend (appelant: mainline).
       0500-MASTER-START.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                                   UNTIL WS-PG-IDX > PG-LGHT
                IF WS-PURGE-REAL
                   MOVE PG-NBR(WS-PG-IDX) TO M-STUDENT-NBR
                   DELETE F-MASTER
                   PERFORM 9010-CHECK-MASTER-STATUS-START
                   THRU    9010-CHECK-MASTER-STATUS-END
                END-IF
                ADD 1 TO WS-MAS-CNT
           END-PERFORM.

           EXIT.
       0500-MASTER-END.

      *Paragraphe écrivant les comptages par fichier au certificat,
      *fixant le code retour, ajoutant la ligne du journal de marche
      *                 et fermant les fichiers (appelant: mainline).
       0600-CLOSE-START.
           IF WS-PURGE-REAL
              MOVE WS-CERT-CNT-HDR-REAL TO REC-F-CERTIFICATE
           ELSE
              MOVE WS-CERT-CNT-HDR-DRY  TO REC-F-CERTIFICATE
           END-IF.
           PERFORM 0190-WRITE-CERT-START
           THRU    0190-WRITE-CERT-END.

           MOVE "ETUDIANTS CONCERNES"                TO WS-CC-LABEL.
           MOVE PG-LGHT                              TO WS-CC-CNT.
           PERFORM 0610-CERT-COUNT-START
           THRU    0610-CERT-COUNT-END.

           MOVE "master.dat - ENREGISTREMENTS SUPPRIMES" TO WS-CC-LABEL.
           MOVE WS-MAS-CNT                           TO WS-CC-CNT.
           PERFORM 0610-CERT-COUNT-START
           THRU    0610-CERT-COUNT-END.

           MOVE "mastjournal.dat - LIGNES SUPPRIMEES" TO WS-CC-LABEL.
           MOVE WS-JRN-CNT                           TO WS-CC-CNT.
           PERFORM 0610-CERT-COUNT-START
           THRU    0610-CERT-COUNT-END.

           MOVE "history.dat - LIGNES ANONYMISEES"   TO WS-CC-LABEL.
           MOVE WS-HIS-CNT                           TO WS-CC-CNT.
           PERFORM 0610-CERT-COUNT-START
           THRU    0610-CERT-COUNT-END.

           MOVE "archive.dat - LIGNES ANONYMISEES"   TO WS-CC-LABEL.
           MOVE WS-ARC-CNT                           TO WS-CC-CNT.
           PERFORM 0610-CERT-COUNT-START
           THRU    0610-CERT-COUNT-END.

           MOVE "historybak.dat - LIGNES ANONYMISEES" TO WS-CC-LABEL.
           MOVE WS-HBK-CNT                           TO WS-CC-CNT.
           PERFORM 0610-CERT-COUNT-START
           THRU    0610-CERT-COUNT-END.

      *Sans durée de conservation paramétrée, rien n'a été purgé :
      *         code retour d'avertissement pour l'ordonnanceur.
           IF NOT WS-RETENTION-SET
              MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.

           PERFORM 0620-RUNLOG-START
           THRU    0620-RUNLOG-END.

           CLOSE F-MASTER.
           CLOSE F-CERTIFICATE.

           EXIT.
       0600-CLOSE-END.

      *Paragraphe écrivant la ligne de comptage préparée par
      *                             l'appelant (appelant: 0600).
       0610-CERT-COUNT-START.
           MOVE WS-CERT-CNT-LINE TO REC-F-CERTIFICATE.
           PERFORM 0190-WRITE-CERT-START
           THRU    0190-WRITE-CERT-END.

           EXIT.
       0610-CERT-COUNT-END.

      *Paragraphe ajoutant la ligne de fin d'exécution au journal de
      *marche cumulatif : date et heure, mode, comptages par fichier
      *                   et code retour final (appelant: 0600).
       0620-RUNLOG-START.
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

           MOVE WS-RUN-DATE TO WS-RL-DATE.
           MOVE WS-RUN-TIME TO WS-RL-TIME.
           IF WS-PURGE-REAL
              MOVE "REEL"  TO WS-RL-MODE
           ELSE
              MOVE "ESSAI" TO WS-RL-MODE
           END-IF.
           MOVE PG-LGHT     TO WS-RL-STU.
           MOVE WS-MAS-CNT  TO WS-RL-MAS.
           MOVE WS-JRN-CNT  TO WS-RL-JRN.
           MOVE WS-HIS-CNT  TO WS-RL-HIS.
           MOVE WS-ARC-CNT  TO WS-RL-ARC.
           MOVE WS-HBK-CNT  TO WS-RL-HBK.
           MOVE WS-FINAL-RC TO WS-RL-RC.
           MOVE WS-RUNLOG-LINE TO REC-F-RUNLOG.
           WRITE REC-F-RUNLOG.
           PERFORM 9070-CHECK-RUNLOG-STATUS-START
           THRU    9070-CHECK-RUNLOG-STATUS-END.

           CLOSE F-RUNLOG.

           EXIT.
       0620-RUNLOG-END.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe d'arrêt anormal : affiche la cause puis termine
      *                                  le traitement par STOP RUN.
       9000-ABEND-START.
           DISPLAY "*** ARRET ANORMAL DU PROGRAMME purge ***".
           DISPLAY "Cause : " WS-ABEND-LIMIT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9000-ABEND-END.

      *Vérifie que la dernière lecture des paramètres s'est terminée
      *par un état OK ou par la fin de fichier attendue ; sinon,
      *                            abend avec le statut fichier observé.
       9005-CHECK-PARAM-STATUS-START.
           IF NOT F-PARAM-STATUS-OK AND NOT F-PARAM-STATUS-EOF
              STRING "Statut " F-PARAM-STATUS
                     " inattendu, lecture F-PARAM (0110)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9005-CHECK-PARAM-STATUS-END.

      *Vérifie que la dernière lecture du mode d'exécution s'est
      *terminée par un état OK ou par la fin de fichier attendue ;
      *                  sinon, abend avec le statut fichier observé.
       9006-CHECK-PURGEPARM-STATUS-START.
           IF NOT F-PURGEPARM-STATUS-OK
              AND NOT F-PURGEPARM-STATUS-EOF
              STRING "Statut " F-PURGEPARM-STATUS
                     " inattendu, lecture F-PURGEPARM (0120)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9006-CHECK-PURGEPARM-STATUS-END.

      *Vérifie que la dernière opération sur le fichier maître s'est
      *terminée par un état OK ; sinon, abend avec le statut observé.
       9010-CHECK-MASTER-STATUS-START.
           IF NOT F-MASTER-STATUS-OK
              STRING "Statut " F-MASTER-STATUS
                     " inattendu, fichier maître (purge)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9010-CHECK-MASTER-STATUS-END.

      *Vérifie que la dernière lecture du balayage du maître s'est
      *terminée par un état OK ou par la fin de fichier attendue ;
      *                  sinon, abend avec le statut fichier observé.
       9015-CHECK-MASTER-READ-START.
           IF NOT F-MASTER-STATUS-OK AND NOT F-MASTER-STATUS-EOF
              STRING "Statut " F-MASTER-STATUS
                     " inattendu, balayage F-MASTER (0200)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9015-CHECK-MASTER-READ-END.

      *Vérifie que la dernière opération sur le journal du maître
      *s'est terminée par un état OK ou par la fin de fichier
      *            attendue ; sinon, abend avec le statut observé.
       9020-CHECK-JOURNAL-STATUS-START.
           IF NOT F-JOURNAL-STATUS-OK AND NOT F-JOURNAL-STATUS-EOF
              STRING "Statut " F-JOURNAL-STATUS
                     " inattendu, fichier F-JOURNAL (0300)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9020-CHECK-JOURNAL-STATUS-END.

      *Vérifie que la dernière opération sur l'historique s'est
      *terminée par un état OK ou par la fin de fichier attendue ;
      *                       sinon, abend avec le statut observé.
       9030-CHECK-HISTORY-STATUS-START.
           IF NOT F-HISTORY-STATUS-OK AND NOT F-HISTORY-STATUS-EOF
              STRING "Statut " F-HISTORY-STATUS
                     " inattendu, fichier F-HISTORY (0380/0400)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9030-CHECK-HISTORY-STATUS-END.

      *Vérifie que la dernière opération sur l'archive s'est
      *terminée par un état OK ou par la fin de fichier attendue ;
      *                       sinon, abend avec le statut observé.
       9040-CHECK-ARCHIVE-STATUS-START.
           IF NOT F-ARCHIVE-STATUS-OK AND NOT F-ARCHIVE-STATUS-EOF
              STRING "Statut " F-ARCHIVE-STATUS
                     " inattendu, fichier F-ARCHIVE (0380/0410)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9040-CHECK-ARCHIVE-STATUS-END.

      *Vérifie que la dernière opération sur la génération précédente
      *de l'historique s'est terminée par un état OK ou par la fin de
      *      fichier attendue ; sinon, abend avec le statut observé.
       9045-CHECK-HISTBAK-STATUS-START.
           IF NOT F-HISTBAK-STATUS-OK AND NOT F-HISTBAK-STATUS-EOF
              STRING "Statut " F-HISTBAK-STATUS
                     " inattendu, fichier F-HISTBAK (0380/0420)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9045-CHECK-HISTBAK-STATUS-END.

      *Vérifie que la dernière opération sur le fichier de travail
      *s'est terminée par un état OK ou par la fin de fichier
      *            attendue ; sinon, abend avec le statut observé.
       9050-CHECK-WORK-STATUS-START.
           IF NOT F-WORK-STATUS-OK AND NOT F-WORK-STATUS-EOF
              STRING "Statut " F-WORK-STATUS
                     " inattendu, fichier de travail F-WORK"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9050-CHECK-WORK-STATUS-END.

      *Vérifie que la dernière écriture du certificat s'est terminée
      *     par un état OK ; sinon, abend avec le statut observé.
       9060-CHECK-CERTIFICATE-STATUS-START.
           IF NOT F-CERTIFICATE-STATUS-OK
              STRING "Statut " F-CERTIFICATE-STATUS
                     " inattendu, écriture F-CERTIFICATE"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9060-CHECK-CERTIFICATE-STATUS-END.

      *Vérifie que la dernière opération sur le journal de marche
      *s'est terminée par un état OK ; sinon, abend avec le statut
      *                                                   observé.
       9070-CHECK-RUNLOG-STATUS-START.
           IF NOT F-RUNLOG-STATUS-OK
              STRING "Statut " F-RUNLOG-STATUS
                     " inattendu, écriture F-RUNLOG (0620)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9070-CHECK-RUNLOG-STATUS-END.
