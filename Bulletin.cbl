       FILE-CONTROL.
      *Paramètres de la politique de notation, lus au lancement :
      *seuils de résultat globaux et par classe, intervalle du point
      *de reprise, partage des rangs ex-aequo, tolérance du rapport
      *d'harmonisation et pondérations du rapport des élèves à
      *risque. Absent, les valeurs par défaut du programme
      *                                              s'appliquent.
           SELECT F-PARAM
               ASSIGN TO 'param.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAM-STATUS.

      *Politique de notation proposée, même dessin que param.dat.
      *Présent, le traitement passe en mode simulation : les résultats
      *sont calculés sous la politique en vigueur puis sous celle-ci,
      *et seul le rapport comparatif est écrit (0700). Aucun fichier
      *                      de production n'est alors réécrit.
           SELECT F-PARAMSIM
               ASSIGN TO 'paramsim.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMSIM-STATUS.

      *Demande de rapport des élèves à risque seul, à mi-trimestre
      *avant le conseil : sa présence suffit (contenu ignoré). Le lot
      *est chargé et calculé, seul riskreport.dat est écrit (0690) ;
      *                 aucun fichier de production n'est réécrit.
           SELECT F-RISKONLY
               ASSIGN TO 'riskonly.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RISKONLY-STATUS.

           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-LABEL
               FILE STATUS IS F-CATALOG-STATUS.

      *Programme des classes, indexé par code classe et libellé
      *canonique du catalogue, entretenu par le programme
      *curriculummaint : matières obligatoires de chaque classe avec
      *leur coefficient officiel, contre lesquelles la plage de cours
      *de chaque étudiant est contrôlée avant l'édition (0147).
      *L'accès est dynamique : lecture par clé pour chaque cours de
      *l'étudiant, puis balayage des matières de la classe à partir
      *                                        de son code (START).
           SELECT F-CURRICULUM
               ASSIGN TO 'curriculum.dat'
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               RECORD KEY IS CU-KEY
               FILE STATUS IS F-CURRICULUM-STATUS.

      *Bulletins individuels : une page par étudiant avec le bloc
      *adresse de la famille positionné pour les enveloppes à
      *                  fenêtre, destinée à l'envoi postal trimestriel.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ATTENDANCE-STATUS.

      *Rapport d'alerte des élèves à risque, par classe : score
      *pondéré (baisse de la moyenne, absences non justifiées,
      *matières sous le seuil de passage, seconde session) et motifs
      *des élèves atteignant le seuil, pour la vie scolaire et les
      *                         professeurs principaux avant le conseil.
           SELECT F-RISK
               ASSIGN TO 'riskreport.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RISK-STATUS.

      *Rapport de qualité des données : une ligne par valeur
      *invraisemblable détectée sur les enregistrements "01"/"02"
      *              (position, champ, valeur en cause, règle enfreinte).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COVERAGE-STATUS.

      *Rapport de complétude des classes : une ligne par matière du
      *programme manquante pour un étudiant, par ligne de cours hors
      *programme et par coefficient différent du coefficient
      *officiel, puis le verdict de chaque classe. Les pages des
      *classes incomplètes sont retenues hors de bulletins.dat et de
      *                                                portal.dat.
           SELECT F-COMPLETENESS
               ASSIGN TO 'completeness.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COMPLETENESS-STATUS.

      *Rapport d'harmonisation des matières entre classes, par
      *libellé du catalogue : pour chaque classe qui suit la matière,
      *l'enseignant, la moyenne, l'étendue des notes et le taux
      *d'échec, avec un signalement des classes dont la moyenne
      *s'écarte de celle de l'établissement au-delà de la tolérance
      *               paramétrée, pour la réunion d'harmonisation.
           SELECT F-HARMONIZE
               ASSIGN TO 'harmonize.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HARMONIZE-STATUS.

      *Rapport de contrôle du lot : rapprochement des comptages
      *annoncés par l'enregistrement remorque "99" du fichier importé
      *              avec les enregistrements réellement lus et rejetés.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTBAK-STATUS.

      *Registre des périodes closes, tenu par periodclose : une
      *période, une année et une classe inscrites à l'état clos ne
      *peuvent plus être republiées par une exécution normale, seul
      *                  le passage de corrections reste permis (0180).
           SELECT F-CLOSING
               ASSIGN TO 'closing.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS PC-KEY
               FILE STATUS IS F-CLOSING-STATUS.

      *Rapport comparatif du mode simulation : par classe, effectifs
      *reçus, ajournés et par mention sous les deux politiques, rangs
      *modifiés et étudiants qui changeraient de catégorie.
           SELECT F-SIMREPORT
               ASSIGN TO 'simreport.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SIMREPORT-STATUS.

      *Les enregistrements de param.dat et de paramsim.dat partagent
      *la même zone : les dessins REC-PARAM-* et le contrôle de 0060
      *                              valent pour les deux fichiers.
       I-O-CONTROL.
           SAME RECORD AREA FOR F-PARAM F-PARAMSIM.

      ****************************************************************** 
      *    
      ****************************************************************** 
           03 PM-G-NAME          PIC X(12).
           03 PM-G-LABEL         PIC X(21).

      *Enregistrement "HARMON" : écart toléré, en points, entre la
      *moyenne d'une classe dans une matière et la moyenne de
      *           l'établissement dans cette matière (rapport 0675).
       01  REC-PARAM-HARMON.
           03 PM-H-TYPE          PIC X(06).
           03 PM-H-TOLER         PIC X(05).

      *Enregistrement "RISQUE" : points attribués à la baisse de la
      *moyenne, aux absences non justifiées au seuil d'alerte, à
      *chaque matière sous le seuil de passage et à la seconde
      *session, puis score à partir duquel l'élève est signalé
      *                                     (rapport 0655).
       01  REC-PARAM-RISQUE.
           03 PM-R-TYPE          PIC X(06).
           03 PM-R-W-PROGR       PIC X(02).
           03 FILLER             PIC X(01).
           03 PM-R-W-ABS         PIC X(02).
           03 FILLER             PIC X(01).
           03 PM-R-W-FAIL        PIC X(02).
           03 FILLER             PIC X(01).
           03 PM-R-W-RATTR       PIC X(02).
           03 FILLER             PIC X(01).
           03 PM-R-SEUIL         PIC X(03).

      *Enregistrement de la politique proposée : zone partagée avec
      *F-PARAM (SAME RECORD AREA), lue au travers des dessins
      *                                             REC-PARAM-*.
       FD  F-PARAMSIM
           RECORD CONTAINS 2 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-PARAMSIM        PIC X(80).

      *Demande de rapport à risque seul : seule sa présence compte.
       FD  F-RISKONLY
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-RISKONLY        PIC X(80).

       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS 
           RECORDING MODE IS V.
      *Enregistrement du fichier maître des étudiants, indexé par
      *                                 numéro d'étudiant stable.
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

      *Enregistrement du catalogue des matières, indexé par libellé
      *canonique : code matière, nom de l'enseignant et horaire
           03 CAT-TEACHER        PIC X(20).
           03 CAT-HOURS          PIC 9(02).

      *Enregistrement du programme des classes, indexé par code
      *classe et libellé canonique : coefficient officiel de la
      *                               matière dans cette classe.
       FD  F-CURRICULUM
           RECORD CONTAINS 28 CHARACTERS.

       01  REC-F-CURRICULUM.
           03 CU-KEY.
               05 CU-CLASS-CODE  PIC X(05).
               05 CU-LABEL       PIC X(21).
           03 CU-COEF            PIC 9(01)V9(01).

      *Ligne du rapport de complétude des classes.
       FD  F-COMPLETENESS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-COMPLETENESS    PIC X(80).

      *Ligne du rapport d'harmonisation des matières.
       FD  F-HARMONIZE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HARMONIZE       PIC X(80).

      *Ligne des bulletins individuels (une page par étudiant).
       FD  F-BULLETIN
           RECORD CONTAINS 100 CHARACTERS

       01  REC-F-ATTENDANCE      PIC X(80).

      *Ligne du rapport des élèves à risque.
       FD  F-RISK
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RISK            PIC X(100).

      *Enregistrement du rapport de qualité des données : position
      *dans le fichier importé, champ en cause, valeur lue et règle
      *                                                 enfreinte.
           03 HB-AVERAGE         PIC 99,99.
           03 HB-STUDENT-NBR     PIC 9(06).

      *Enregistrement du registre des périodes closes : clé période
      *+ année + classe, état ("F" close, "O" rouverte), date et
      *auteur du dernier mouvement, empreinte des résultats à la
      *                              clôture (même dessin que periodclose).
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

      *Ligne du rapport comparatif de simulation.
       FD  F-SIMREPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SIMREPORT       PIC X(80).

      ******************************************************************
      *
      ******************************************************************
       01  WS-EXAEQUO-SW         PIC X(01) VALUE "O".
           88 WS-EXAEQUO-SHARED    VALUE "O".

      *Tolérance d'écart à la moyenne de l'établissement au-delà de
      *laquelle le rapport d'harmonisation signale une classe (deux
      *       points par défaut), modifiable par l'enregistrement "HARMON".
       01  WS-HARM-TOLER         PIC 9(02)V9(02) VALUE 2.

      *Pondérations des critères du rapport des élèves à risque et
      *score de signalement (atteint ou dépassé), modifiables par
      *                                   l'enregistrement "RISQUE".
       01  WS-RISK-POLICY.
           05 WS-RISK-W-PROGR    PIC 9(02) VALUE 3.
           05 WS-RISK-W-ABS      PIC 9(02) VALUE 3.
           05 WS-RISK-W-FAIL     PIC 9(02) VALUE 1.
           05 WS-RISK-W-RATTR    PIC 9(02) VALUE 2.
           05 WS-RISK-SEUIL      PIC 9(03) VALUE 4.

      *Seuils de résultat propres à certaines classes (enregistrements
      *"SEUILS" avec code classe), appliqués par 0350 en priorité sur
      *                                       les seuils globaux.
      *Indique que l'archive a été ouverte en ajout par 0160.
       01  WS-ARCH-OPEN-SW       PIC X(01) VALUE "N".
           88 WS-ARCH-IS-OPEN       VALUE "O".

      *Flag gérant la lecture du registre des périodes closes.
      *Statut 35 : registre jamais créé, aucune période close ;
      *                        statut 23 : classe non inscrite.
       01  F-CLOSING-STATUS      PIC X(02) VALUE SPACE.
           88 F-CLOSING-STATUS-OK       VALUE '00'.
           88 F-CLOSING-STATUS-NOTFND   VALUE '23'.
           88 F-CLOSING-STATUS-ABSENT   VALUE '35'.
      *Nombre de classes du lot dont la période est close (0090).
       77  WS-CLOSED-CNT         PIC 9(04) VALUE 0.

      *Classes du lot relevées par le balayage préalable du fichier
      *importé (0090), avec leur état au registre des périodes
      *closes, avant que le chargement n'écrive quoi que ce soit.
       01  DATA-LOCK.
           05 LC-LGHT            PIC 9(02) VALUE ZERO.
           05 LC OCCURS 1 TO 50 TIMES
                                           DEPENDING ON LC-LGHT
                                           INDEXED BY WS-LC-IDX.
               10 LC-CODE        PIC X(05).
               10 LC-CLOSED-SW   PIC X(01).
                  88 LC-CLOSED      VALUE "O".
      *Classe recherchée parmi les classes closes (0185), et
      *indicateur du résultat.
       01  WS-LC-SEARCH          PIC X(05).
       01  WS-LC-FOUND-SW        PIC X(01) VALUE "N".
           88 WS-LC-FOUND          VALUE "O".
      *Indicateur de rapprochement d'une ligne d'historique avec un
      *                        étudiant corrigé du lot (0167).
       01  WS-HIST-CORR-SW       PIC X(01) VALUE "N".
           88 WS-HIST-CORR         VALUE "O".

      *Flag gérant la lecture de la politique proposée. Statut 35 :
      *                    fichier absent, exécution normale (0055).
       01  F-PARAMSIM-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMSIM-STATUS-OK      VALUE '00'.
           88 F-PARAMSIM-STATUS-EOF     VALUE '10'.
           88 F-PARAMSIM-STATUS-ABSENT  VALUE '35'.

      *Flag gérant l'écriture du rapport comparatif de simulation.
       01  F-SIMREPORT-STATUS    PIC X(02) VALUE SPACE.
           88 F-SIMREPORT-STATUS-OK     VALUE '00'.

      *Indique que l'exécution est une simulation de politique : les
      *fichiers de suspens, de reprise, de contrôle et l'historique
      *ne sont pas touchés, seul simreport.dat est écrit (0700).
       01  WS-SIMULATION-SW      PIC X(01) VALUE "N".
           88 WS-SIMULATION-RUN     VALUE "O".

      *Flag gérant la lecture de la demande de rapport à risque seul.
      *              Statut 35 : fichier absent, exécution normale.
       01  F-RISKONLY-STATUS     PIC X(02) VALUE SPACE.
           88 F-RISKONLY-STATUS-OK      VALUE '00'.
           88 F-RISKONLY-STATUS-ABSENT  VALUE '35'.

      *Indique que l'exécution ne produit que le rapport des élèves
      *à risque (0690) : ni bulletins, ni export portail, ni
      *           historique, ni point de reprise, ni journal de marche.
       01  WS-RISK-ONLY-SW       PIC X(01) VALUE "N".
           88 WS-RISK-ONLY-RUN      VALUE "O".

      *Indique un chargement du lot sans écriture : ni reprise, ni
      *fichiers de suspens, ni rapports de contrôle et de qualité, ni
      *génération précédente de l'historique. Posé en simulation, en
      *rapport à risque seul et sur une période close (0090), dont
      *les écritures ne sont faites qu'une fois un passage de
      *               corrections accepté (0180/0190).
       01  WS-QUIET-LOAD-SW      PIC X(01) VALUE "N".
           88 WS-QUIET-LOAD         VALUE "O".

      *Résultats de chaque étudiant sous la politique en vigueur,
      *mémorisés par 0710 avant le recalcul sous la politique
      *                   proposée (même position que dans STUDENT).
       01  DATA-SIM.
           05 SIM-LGHT           PIC 9(03) VALUE ZERO.
           05 SIM OCCURS 1 TO 999 TIMES
                                           DEPENDING ON SIM-LGHT
                                           INDEXED BY WS-SIM-IDX.
               10 SM-AVERAGE     PIC 9(02)V9(02).
               10 SM-RANK        PIC 9(03).
               10 SM-RESULT      PIC X(01).
               10 SM-MENTION     PIC X(12).

      *Effectifs de la classe en cours d'édition par catégorie sous
      *chaque politique : reçus, ajournés, puis les trois mentions.
       01  WS-SIM-COUNTS.
           05 WS-SC-CAT OCCURS 5 TIMES.
               10 WS-SC-CUR      PIC 9(03).
               10 WS-SC-NEW      PIC 9(03).
       01  WS-SIM-CAT-VALUES.
           05 FILLER             PIC X(16) VALUE "RECUS".
           05 FILLER             PIC X(16) VALUE "AJOURNES".
           05 FILLER             PIC X(16) VALUE "ASSEZ BIEN".
           05 FILLER             PIC X(16) VALUE "BIEN".
           05 FILLER             PIC X(16) VALUE "TRES BIEN".
       01  WS-SIM-CAT-TABLE REDEFINES WS-SIM-CAT-VALUES.
           05 WS-SIM-CAT-LABEL   OCCURS 5 TIMES PIC X(16).
       77  WS-SC-IDX             PIC 9(01).
       77  WS-SIM-DELTA          PIC S9(04).

      *Catégorie d'un résultat (libellé et position de la mention dans
      *WS-SIM-COUNTS, zéro sans mention), établie par 0755 à partir
      *                         de WS-SIM-RESULT et WS-SIM-MENTION.
       01  WS-SIM-RESULT         PIC X(01).
       01  WS-SIM-MENTION        PIC X(12).
       01  WS-SIM-CAT            PIC X(12).
       77  WS-SIM-MENT-IDX       PIC 9(01).
       01  WS-SIM-CAT-CUR        PIC X(12).
       77  WS-SIM-MENT-CUR       PIC 9(01).

      *Comptages du rapport comparatif : changements de catégorie et
      *      de rang de la classe en cours, changements de tout le lot.
       77  WS-SIM-CHG-CNT        PIC 9(04) VALUE 0.
       77  WS-SIM-RANK-CNT       PIC 9(04) VALUE 0.
       77  WS-SIM-CHG-TOTAL      PIC 9(05) VALUE 0.
      *Comptage des lignes d'années closes déplacées vers l'archive.
       77  WS-ARCH-MOVED-CNT     PIC 9(04) VALUE 0.

           88 F-RUNLOG-STATUS-ABSENT  VALUE '35'.

      *Code retour gradué de l'exécution, pour l'ordonnanceur de
      *nuit : 0 exécution propre, 4 publication avec rejets,
      *anomalies ou écarts au programme des classes (ou remorque
      *absente), 8 publication refusée par le contrôle de comptage,
      *12 republication refusée sur une période close (0180),
      *16 arrêt anormal. Une simulation (0700) se termine à 0.
       77  WS-FINAL-RC           PIC 9(02) VALUE 0.

      *Comptages reportés sur le journal de marche : anomalies
      *Libellé de matière recherché au catalogue (0112).
       01  WS-CAT-SEARCH-LABEL   PIC X(21) VALUE SPACE.

      *Flag gérant la lecture du programme des classes. Statut 23 :
      *matière hors programme de la classe ; tout statut d'ouverture
      *non OK bascule en mode dégradé (complétude non contrôlée,
      *aucune page retenue), comme pour le catalogue des matières.
       01  F-CURRICULUM-STATUS   PIC X(02) VALUE SPACE.
           88 F-CURRICULUM-STATUS-OK      VALUE '00'.
           88 F-CURRICULUM-STATUS-EOF     VALUE '10'.
           88 F-CURRICULUM-STATUS-NOTFND  VALUE '23'.
           88 F-CURRICULUM-STATUS-ABSENT  VALUE '35'.
      *Indique que le balayage des matières de la classe en cours
      *    est terminé (fin de fichier ou classe suivante atteinte).
       01  WS-CU-BROWSE-SW       PIC X(01) VALUE "N".
           88 WS-CU-BROWSE-END      VALUE "O".
      *Indique que la classe en cours a au moins une matière au
      *                                    programme des classes.
       01  WS-CU-CLASS-SW        PIC X(01) VALUE "N".
           88 WS-CU-CLASS-FOUND     VALUE "O".
      *Indique que la matière du programme en cours de balayage a
      *         été retrouvée dans la plage de cours de l'étudiant.
       01  WS-CU-MATCH-SW        PIC X(01) VALUE "N".
           88 WS-CU-MATCH           VALUE "O".

      *Flag gérant l'écriture du rapport de complétude.
       01  F-COMPLETENESS-STATUS PIC X(02) VALUE SPACE.
           88 F-COMPLETENESS-STATUS-OK  VALUE '00'.

      *Comptages du rapport de complétude : écarts signalés (toutes
      *causes), classes incomplètes et pages de bulletin retenues.
       77  WS-CMP-GAP-CNT        PIC 9(06) VALUE 0.
       77  WS-CMP-CLASS-CNT      PIC 9(03) VALUE 0.
       77  WS-HELD-PAGE-CNT      PIC 9(06) VALUE 0.
      *Ecarts signalés pour la classe en cours de contrôle.
       77  WS-CMP-CLASS-GAP      PIC 9(04) VALUE 0.

      *Flag gérant l'écriture du rapport d'harmonisation.
       01  F-HARMONIZE-STATUS    PIC X(02) VALUE SPACE.
           88 F-HARMONIZE-STATUS-OK     VALUE '00'.

      *Identité résolue de l'étudiant en cours de chargement : celle
      *du fichier maître lorsque le "01" porte un numéro connu, celle
      *                      de l'enregistrement importé sinon.
      *                                       rapport d'alerte assiduité.
       77  WS-SEUIL-ABS-NJ       PIC 9(03) VALUE 4.

      *Flag gérant l'écriture du rapport des élèves à risque.
       01  F-RISK-STATUS         PIC X(02) VALUE SPACE.
           88 F-RISK-STATUS-OK      VALUE '00'.

      *Flag gérant l'écriture du rapport de qualité des données.
       01  F-ANOMALY-STATUS      PIC X(02) VALUE SPACE.
           88 F-ANOMALY-STATUS-OK   VALUE '00'.
      *Moyenne générale de la classe, mémorisée par 0600 pour le
      *                     comparatif inter-classes du rapport de direction.
               10 CL-AVERAGE        PIC 9(02)V9(02).
      *Indique qu'une matière du programme manque à au moins un
      *étudiant de la classe (0147) : ses pages de bulletin et son
      *                         export portail sont retenus par 0600.
               10 CL-INCOMPL-SW     PIC X(01) VALUE "N".
                  88 CL-INCOMPLETE     VALUE "O".

      *Période (trimestre) et année scolaire du lot en cours, lues
      *dans l'en-tête "05" du fichier importé. A défaut d'en-tête
               10 CR-AVERAGE     PIC 9(02)V9(02).
               10 CR-CODE        PIC X(05).

      *Cumuls par couple matière/classe du rapport d'harmonisation
      *(0677), triés par libellé puis par classe avant l'édition :
      *            nombre de notes, somme, bornes et notes sous 10.
       01  DATA-HARM.
           05 HM-LGHT            PIC 9(04) VALUE ZERO.
           05 HM-TAB OCCURS 1 TO 1000 TIMES
                                           DEPENDING ON HM-LGHT
                                           INDEXED BY WS-HM-IDX.
               10 HM-LABEL       PIC X(21).
               10 HM-CLASS-CODE  PIC X(05).
               10 HM-CNT         PIC 9(03).
               10 HM-SUM         PIC 9(05)V9(02).
               10 HM-MIN         PIC 9(02)V9(02).
               10 HM-MAX         PIC 9(02)V9(02).
               10 HM-FAIL        PIC 9(03).

      *Variables de calcul du rapport d'harmonisation (0675/0676) :
      *bornes du groupe de lignes de la matière en cours, cumuls de
      *l'établissement, moyenne et écart de la classe en cours,
      *                                           comptages édités.
       01  WS-HARM-CALCUL.
           05 WS-HM-FROM         PIC 9(04).
           05 WS-HM-TO           PIC 9(04).
           05 WS-HM-FOUND        PIC 9(04).
           05 WS-HM-TOT-CNT      PIC 9(05).
           05 WS-HM-TOT-SUM      PIC 9(07)V9(02).
           05 WS-HM-MEAN         PIC 9(02)V9(02).
           05 WS-HM-AVG          PIC 9(02)V9(02).
           05 WS-HM-DEV          PIC S9(02)V9(02).
           05 WS-HM-SUBJ-CNT     PIC 9(03) VALUE 0.
           05 WS-HM-FLAG-CNT     PIC 9(03) VALUE 0.

      *Elèves signalés par le rapport des élèves à risque (0656),
      *triés par classe puis par score décroissant avant l'édition :
      *                    score atteint et motifs qui l'ont déclenché.
       01  DATA-RISK.
           05 RK-LGHT            PIC 9(03) VALUE ZERO.
           05 RK-TAB OCCURS 1 TO 999 TIMES
                                           DEPENDING ON RK-LGHT
                                           INDEXED BY WS-RK-IDX.
               10 RK-CLASS-CODE  PIC X(05).
               10 RK-SCORE       PIC 9(03).
               10 RK-LASTNAME    PIC X(07).
               10 RK-FIRSTNAME   PIC X(06).
               10 RK-NBR         PIC 9(06).
               10 RK-REASONS     PIC X(60).

      *Variables de calcul du rapport des élèves à risque (0656) :
      *score et motifs de l'élève en cours, matières sous le seuil,
      *                   indicateur de seconde session et comptages.
       01  WS-RISK-CALCUL.
           05 WS-RK-SCORE        PIC 9(03).
           05 WS-RK-REASONS      PIC X(60).
           05 WS-RK-PTR          PIC 9(03).
           05 WS-RK-C-TO         PIC 9(03).
           05 WS-RK-FAIL-CNT     PIC 9(02).
           05 WS-RK-RATTR-SW     PIC X(01).
              88 WS-RK-RATTR        VALUE "O".
           05 WS-RK-CLASS-CNT    PIC 9(03).
           05 WS-RK-FLAG-CNT     PIC 9(03) VALUE 0.
           05 WS-RK-ABS-ED       PIC 9(03).
           05 WS-RK-PASS-ED      PIC 9(02),9(02).

      *Variables de calcul des statistiques par classe du rapport de
      *                                                direction (0670).
       01  WS-SUM-CALCUL.
               05 FILLER          PIC X(09) VALUE "  SEUIL: ".
               05 WS-ATT-SEUIL    PIC Z(02)9.

      *Groupe de variable pour l'édition du rapport des élèves à
      *risque : pondérations en vigueur, puis un bloc par classe.
           01 WS-RSK-TITLE        PIC X(43)
              VALUE "ELEVES A RISQUE - ALERTE AVANT LE CONSEIL".
           01 WS-RSK-POL-LINE.
               05 FILLER          PIC X(08) VALUE "POINTS: ".
               05 FILLER          PIC X(08) VALUE "BAISSE ".
               05 WS-RSK-W-PROGR  PIC Z9.
               05 FILLER          PIC X(10) VALUE "  ABS NJ ".
               05 WS-RSK-W-ABS    PIC Z9.
               05 FILLER          PIC X(18) VALUE "  MATIERE < SEUIL ".
               05 WS-RSK-W-FAIL   PIC Z9.
               05 FILLER          PIC X(14) VALUE "  2E SESSION ".
               05 WS-RSK-W-RATTR  PIC Z9.
               05 FILLER          PIC X(16) VALUE "  SIGNALEMENT: ".
               05 WS-RSK-SEUIL    PIC ZZ9.
           01 WS-RSK-CLASS-LINE.
               05 FILLER          PIC X(08) VALUE "Classe: ".
               05 WS-RSK-CLASS    PIC X(05).
           01 WS-RSK-HDR.
               05 FILLER          PIC X(06) VALUE "SCORE".
               05 FILLER          PIC X(07) VALUE "NUMERO".
               05 FILLER          PIC X(08) VALUE "NOM".
               05 FILLER          PIC X(07) VALUE "PRENOM".
               05 FILLER          PIC X(06) VALUE "MOTIFS".
           01 WS-RSK-LINE.
               05 WS-RSK-SCORE    PIC ZZ9.
               05 FILLER          PIC X(03) VALUE SPACE.
               05 WS-RSK-NBR      PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RSK-LASTNAME PIC X(07).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RSK-FIRSTNAME PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RSK-REASONS  PIC X(60).
           01 WS-RSK-CNT-LINE.
               05 FILLER          PIC X(17) VALUE "ELEVES SIGNALES: ".
               05 WS-RSK-CNT      PIC ZZ9.
               05 FILLER          PIC X(05) VALUE " SUR ".
               05 WS-RSK-EFF      PIC ZZ9.
           01 WS-RSK-NONE-LINE    PIC X(30)
              VALUE "AUCUN ELEVE AU SEUIL".

      *Groupe de variable pour l'édition du rapport de couverture.
           01 WS-COV-TITLE        PIC X(44)
              VALUE "COUVERTURE DU LOT - ETUDIANTS NON NOTES".
               05 FILLER          PIC X(13) VALUE "  NON NOTES: ".
               05 WS-COV-MISS-ED  PIC Z(05)9.

      *Groupe de variable pour l'édition du rapport de complétude :
      *une ligne par écart (coefficient lu / coefficient officiel,
      *à blanc lorsqu'il est sans objet), puis une ligne de verdict
      *                                                 par classe.
           01 WS-CMP-TITLE        PIC X(44)
              VALUE "COMPLETUDE DES CLASSES - PROGRAMME OFFICIEL".
           01 WS-CMP-LINE.
               05 WS-CMP-CLASS    PIC X(05).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CMP-NBR      PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CMP-LASTNAME PIC X(07).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CMP-FIRSTNAME PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CMP-LABEL    PIC X(21).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CMP-COEF     PIC X(03).
               05 FILLER          PIC X(01) VALUE "/".
               05 WS-CMP-COEF-OFF PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-CMP-CAUSE    PIC X(22).
           01 WS-CMP-COEF-ED      PIC 9(01),9(01).
           01 WS-CMP-CLASS-LINE.
               05 FILLER          PIC X(07) VALUE "CLASSE ".
               05 WS-CMP-CL-CODE  PIC X(05).
               05 FILLER          PIC X(03) VALUE " : ".
               05 WS-CMP-CL-GAP   PIC Z(03)9.
               05 FILLER          PIC X(09) VALUE " ECART(S)".
               05 FILLER          PIC X(03) VALUE " - ".
               05 WS-CMP-VERDICT  PIC X(40).
           01 WS-CMP-CNT-LINE.
               05 FILLER          PIC X(21)
                  VALUE "CLASSES INCOMPLETES: ".
               05 WS-CMP-CLASS-ED PIC Z(02)9.
               05 FILLER          PIC X(10) VALUE "  ECARTS: ".
               05 WS-CMP-GAP-ED   PIC Z(05)9.
           01 WS-CMP-NONE-LINE    PIC X(49)
              VALUE "PROGRAMME INDISPONIBLE - COMPLETUDE NON CONTROLEE".

      *Groupe de variable pour l'édition du rapport d'harmonisation :
      *un en-tête par matière avec la moyenne de l'établissement,
      *puis une ligne par classe (écart signé à cette moyenne).
           01 WS-HRM-TITLE        PIC X(40)
              VALUE "HARMONISATION DES MATIERES ENTRE CLASSES".
           01 WS-HRM-TOL-LINE.
               05 FILLER          PIC X(44)
                  VALUE "TOLERANCE D'ECART A LA MOYENNE ETABLISSEMENT".
               05 FILLER          PIC X(03) VALUE " : ".
               05 WS-HRM-TOL-ED   PIC 9(02),9(02).
           01 WS-HRM-SUBJ-LINE.
               05 FILLER          PIC X(10) VALUE "MATIERE : ".
               05 WS-HRM-LABEL    PIC X(21).
               05 FILLER          PIC X(25)
                  VALUE " MOYENNE ETABLISSEMENT : ".
               05 WS-HRM-MEAN     PIC 9(02),9(02).
               05 FILLER          PIC X(05) VALUE " SUR ".
               05 WS-HRM-TOT-CNT  PIC Z(04)9.
               05 FILLER          PIC X(06) VALUE " NOTES".
           01 WS-HRM-HDR.
               05 FILLER          PIC X(06) VALUE "CLASSE".
               05 FILLER          PIC X(21) VALUE "ENSEIGNANT".
               05 FILLER          PIC X(04) VALUE "EFF".
               05 FILLER          PIC X(06) VALUE "MOY.".
               05 FILLER          PIC X(06) VALUE "MIN".
               05 FILLER          PIC X(06) VALUE "MAX".
               05 FILLER          PIC X(05) VALUE "ECH.".
               05 FILLER          PIC X(07) VALUE "ECART".
           01 WS-HRM-LINE.
               05 WS-HRM-CLASS    PIC X(05).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-HRM-TEACHER  PIC X(20).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-HRM-CNT      PIC ZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-HRM-AVG      PIC 9(02),9(02).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-HRM-MIN      PIC 9(02),9(02).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-HRM-MAX      PIC 9(02),9(02).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-HRM-RATE     PIC ZZ9.
               05 FILLER          PIC X(02) VALUE "% ".
               05 WS-HRM-DEV      PIC +9(02),9(02).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-HRM-FLAG     PIC X(12).
           01 WS-HRM-CNT-LINE.
               05 FILLER          PIC X(21)
                  VALUE "MATIERES COMPAREES : ".
               05 WS-HRM-SUBJ-ED  PIC Z(02)9.
               05 FILLER          PIC X(25)
                  VALUE "  CLASSES A HARMONISER : ".
               05 WS-HRM-FLAG-ED  PIC Z(02)9.

      *Groupe de variable pour la ligne du journal de marche de cette
      *                                                 exécution.
           01 WS-RUNLOG-LINE.
               05 WS-RL-EXTRACT   PIC Z(05)9.
               05 FILLER          PIC X(04) VALUE " RC=".
               05 WS-RL-RC        PIC 9(02).
      *Pages de bulletins retenues (classes incomplètes), ajoutées en
      *fin de ligne pour ne pas décaler les zones déjà exploitées.
               05 FILLER          PIC X(04) VALUE " RT=".
               05 WS-RL-HELD      PIC Z(05)9.

      *Groupe de variable pour l'édition du rapport comparatif de
      *                                          simulation (0740).
           01 WS-SIM-TITLE.
               05 FILLER          PIC X(38)
                  VALUE "SIMULATION DE POLITIQUE DE NOTATION - ".
               05 FILLER          PIC X(01) VALUE "T".
               05 WS-ST-PERIOD    PIC 9(01).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ST-YEAR      PIC X(09).
           01 WS-SIM-SUBTITLE     PIC X(60) VALUE
              "AUCUNE PUBLICATION : BULLETINS ET HISTORIQUE INCHANGES".
           01 WS-SIM-POL-LINE.
               05 WS-SP-LABEL     PIC X(19).
               05 FILLER          PIC X(07) VALUE "SEUILS ".
               05 WS-SP-PASSAGE   PIC 9(02),9(02).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SP-AB        PIC 9(02),9(02).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SP-B         PIC 9(02),9(02).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SP-TB        PIC 9(02),9(02).
               05 FILLER          PIC X(08) VALUE "  EXAEQ ".
               05 WS-SP-EXAEQ     PIC X(01).
               05 FILLER          PIC X(10) VALUE "  CLASSES ".
               05 WS-SP-SCL       PIC Z9.
               05 FILLER          PIC X(08) VALUE "  POLES ".
               05 WS-SP-GRP       PIC Z9.
           01 WS-SIM-POL-CUR      PIC X(80).
           01 WS-SIM-POL-NEW      PIC X(80).
           01 WS-SIM-CLASS-LINE.
               05 FILLER          PIC X(08) VALUE "Classe: ".
               05 WS-SCL-LN-CODE  PIC X(05).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SCL-LN-LABEL PIC X(20).
           01 WS-SIM-CHG-HDR      PIC X(50) VALUE
              "Changements de categorie (actuel -> propose) :".
           01 WS-SIM-STU-LINE.
               05 FILLER          PIC X(02) VALUE SPACE.
               05 WS-SS-LASTNAME  PIC X(07).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SS-FIRSTNAME PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SS-AVERAGE   PIC 9(02),9(02).
               05 FILLER          PIC X(02) VALUE SPACE.
               05 WS-SS-CAT-CUR   PIC X(12).
               05 FILLER          PIC X(04) VALUE " -> ".
               05 WS-SS-CAT-NEW   PIC X(12).
               05 FILLER          PIC X(07) VALUE "  RANG ".
               05 WS-SS-RANK-CUR  PIC Z(02)9.
               05 FILLER          PIC X(04) VALUE " -> ".
               05 WS-SS-RANK-NEW  PIC Z(02)9.
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

      *Groupe de variable pour l'édition du journal des corrections.
           01 WS-CORR-TITLE       PIC X(32)
           PERFORM 0050-PARAM-START
           THRU    0050-PARAM-END.

      *Appel d'un paragraphe pour détecter une politique proposée :
      *sa présence fait de l'exécution une simulation sans publication.
           PERFORM 0055-SIMULATION-CHECK-START
           THRU    0055-SIMULATION-CHECK-END.

      *Appel d'un paragraphe pour détecter une demande de rapport des
      *élèves à risque seul, sans publication.
           PERFORM 0057-RISK-ONLY-CHECK-START
           THRU    0057-RISK-ONLY-CHECK-END.

      *Appel d'un paragraphe pour relever, avant toute écriture, les
      *classes du lot dont la période est close au registre : le
      *                      chargement se fait alors sans écriture.
           PERFORM 0090-CLOSING-SCAN-START
           THRU    0090-CLOSING-SCAN-END.

      *Appel d'un paragraphe pour la lecture du fichier importé.
           PERFORM 0100-READ-START
           THRU    0100-READ-END.
           PERFORM 0170-CORRECTIONS-START
           THRU    0170-CORRECTIONS-END.

      *Appel d'un paragraphe pour la simulation de politique : en
      *mode simulation, les résultats sont calculés sous les deux
      *politiques, le rapport comparatif est écrit et le traitement
      *                     s'arrête là, avant toute publication.
           PERFORM 0700-SIMULATION-START
           THRU    0700-SIMULATION-END.

      *Appel d'un paragraphe pour le rapport des élèves à risque
      *seul : il est écrit et le traitement s'arrête là, avant toute
      *                                              publication.
           PERFORM 0690-RISK-ONLY-START
           THRU    0690-RISK-ONLY-END.

      *Appel d'un paragraphe pour refuser la republication d'une
      *période close au registre (relevée par 0090) ; seul un passage
      *        de corrections dont une correction est appliquée passe.
           PERFORM 0180-CLOSING-CHECK-START
           THRU    0180-CLOSING-CHECK-END.

      *Appel d'un paragraphe pour l'affichage console.
           PERFORM 0200-DISPLAY-START
           THRU    0200-DISPLAY-END.
           PERFORM 0650-ATTENDANCE-ALERT-START
           THRU    0650-ATTENDANCE-ALERT-END.

      *Appel d'un paragraphe pour le rapport des élèves à risque,
      *                  classe par classe, avant le conseil de classe.
           PERFORM 0655-RISK-REPORT-START
           THRU    0655-RISK-REPORT-END.

      *Appel d'un paragraphe pour réécrire l'historique des résultats
      *                       en y intégrant la période qui vient d'être traitée.
           PERFORM 0160-SAVE-HISTORY-START
           THRU    0160-SAVE-HISTORY-END.

      *Le code retour est gradué pour l'ordonnanceur : 4 lorsque la
      *publication s'est faite avec des rejets, des anomalies ou des
      *écarts au programme des classes (et une exécution propre reste
      *à 0), puis la ligne de journal de marche de l'exécution est
      *                                                    ajoutée.
           IF WS-FINAL-RC < 4
              AND (WS-REJECT-CNT > 0 OR WS-ANOMALY-CNT > 0
                   OR WS-CMP-GAP-CNT > 0)
              MOVE 4 TO WS-FINAL-RC
           END-IF.
           PERFORM 0680-RUNLOG-START
           EXIT.
       0050-PARAM-END.

      *Paragraphe détectant la politique proposée : paramsim.dat
      *présent, l'exécution devient une simulation (0700) et tous
      *les fichiers de production restent intacts. Absent :
      *               exécution normale (appelant: mainline).
       0055-SIMULATION-CHECK-START.
           OPEN INPUT F-PARAMSIM.

           IF F-PARAMSIM-STATUS-ABSENT
              GO TO 0055-SIMULATION-CHECK-EXIT
           END-IF.
           PERFORM 9006-CHECK-PARAMSIM-STATUS-START
           THRU    9006-CHECK-PARAMSIM-STATUS-END.

           SET WS-SIMULATION-RUN TO TRUE.
           SET WS-QUIET-LOAD     TO TRUE.
           CLOSE F-PARAMSIM.
           DISPLAY "Politique proposee presente : mode simulation".

       0055-SIMULATION-CHECK-EXIT.
           EXIT.
       0055-SIMULATION-CHECK-END.

      *Paragraphe détectant une demande de rapport des élèves à
      *risque seul : riskonly.dat présent, le lot est chargé sans
      *écriture et seul riskreport.dat est produit (0690). Une
      *simulation demandée en même temps l'emporte. Absent :
      *               exécution normale (appelant: mainline).
       0057-RISK-ONLY-CHECK-START.
           OPEN INPUT F-RISKONLY.

           IF F-RISKONLY-STATUS-ABSENT
              GO TO 0057-RISK-ONLY-CHECK-EXIT
           END-IF.
           PERFORM 9007-CHECK-RISKONLY-STATUS-START
           THRU    9007-CHECK-RISKONLY-STATUS-END.
           CLOSE F-RISKONLY.

           IF WS-SIMULATION-RUN
              DISPLAY "Demande de rapport a risque seul ignoree : "
                      "mode simulation"
              GO TO 0057-RISK-ONLY-CHECK-EXIT
           END-IF.

           SET WS-RISK-ONLY-RUN TO TRUE.
           SET WS-QUIET-LOAD    TO TRUE.
           DISPLAY "Demande de rapport a risque seul : aucune "
                   "publication".

       0057-RISK-ONLY-CHECK-EXIT.
           EXIT.
       0057-RISK-ONLY-CHECK-END.

      *Paragraphe rangeant l'enregistrement de paramètre courant
      *selon son type : seuils de résultat (globaux ou par classe),
      *intervalle du point de reprise ou partage des rangs ex-aequo.
      *       Un type inconnu arrête le traitement (appelant: 0050, 0730).
       0060-PARAM-RECORD-START.
           EVALUATE REC-PARAM-TYPE
             WHEN "SEUILS"
               END-IF
               MOVE PM-E-SHARED TO WS-EXAEQUO-SW

             WHEN "HARMON"
               MOVE PM-H-TOLER   TO WS-PM-TXT
               PERFORM 0065-PARSE-MONTANT-START
               THRU    0065-PARSE-MONTANT-END
               MOVE WS-PM-VALUE  TO WS-HARM-TOLER

      *Enregistrement "RISQUE" : quatre pondérations sur deux
      *chiffres et un score de signalement non nul sur trois.
             WHEN "RISQUE"
               IF PM-R-W-PROGR IS NOT NUMERIC
                  OR PM-R-W-ABS IS NOT NUMERIC
                  OR PM-R-W-FAIL IS NOT NUMERIC
                  OR PM-R-W-RATTR IS NOT NUMERIC
                  OR PM-R-SEUIL IS NOT NUMERIC
                  OR PM-R-SEUIL = "000"
                  STRING "Parametre RISQUE ligne " WS-PARAM-LINE-NBR
                         " : ponderation ou seuil invalide"
                    INTO WS-ABEND-LIMIT
                  END-STRING
                  PERFORM 9000-ABEND-START
                  THRU    9000-ABEND-END
               END-IF
               MOVE PM-R-W-PROGR TO WS-RISK-W-PROGR
               MOVE PM-R-W-ABS   TO WS-RISK-W-ABS
               MOVE PM-R-W-FAIL  TO WS-RISK-W-FAIL
               MOVE PM-R-W-RATTR TO WS-RISK-W-RATTR
               MOVE PM-R-SEUIL   TO WS-RISK-SEUIL

      *Type réservé au programme de purge (durée de conservation des
      *              données des étudiants partis) : sans objet ici.
             WHEN "PURGE"
               CONTINUE

             WHEN OTHER
               STRING "Parametre inconnu ligne " WS-PARAM-LINE-NBR
                      " : " REC-PARAM-TYPE
           EXIT.
       0065-PARSE-MONTANT-END.

      *Paragraphe verrouillant les périodes closes avant toute
      *écriture : le fichier importé est balayé une première fois
      *pour relever l'en-tête "05" et les classes du lot (classe par
      *défaut comprise, comme 0110), puis chaque classe est
      *recherchée au registre sur la période et l'année. Une seule
      *classe close suffit à passer en chargement sans écriture :
      *point de reprise, fichiers de suspens, rapports de contrôle et
      *génération précédente restent intacts, et 0180 refuse ensuite
      *l'exécution si aucune correction n'a été appliquée. Simulation
      *ou rapport à risque seul (rien n'est publié), registre absent
      *ou lot sans en-tête "05" : aucun verrou (appelant: mainline).
       0090-CLOSING-SCAN-START.
           IF WS-QUIET-LOAD
              GO TO 0090-CLOSING-SCAN-EXIT
           END-IF.

           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
      *Fichier importé illisible : 0100 le signalera.
              GO TO 0090-CLOSING-SCAN-EXIT
           END-IF.

           PERFORM UNTIL F-INPUT-STATUS-EOF
               READ F-INPUT
                NOT AT END
                   EVALUATE REC-F-INPUT-2
                     WHEN = "05"
                       MOVE R-P-PERIOD TO WS-CURRENT-PERIOD
                       MOVE R-P-YEAR   TO WS-CURRENT-YEAR
                     WHEN = "03"
                       MOVE R-CL-CODE  TO WS-LC-SEARCH
                       PERFORM 0095-LOCK-ADD-CLASS-START
                       THRU    0095-LOCK-ADD-CLASS-END
                     WHEN = "01"
                       IF LC-LGHT = 0
                          MOVE "CL001" TO WS-LC-SEARCH
                          PERFORM 0095-LOCK-ADD-CLASS-START
                          THRU    0095-LOCK-ADD-CLASS-END
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
               PERFORM 9010-CHECK-INPUT-STATUS-START
               THRU    9010-CHECK-INPUT-STATUS-END
           END-PERFORM.

           CLOSE F-INPUT.

           IF WS-CURRENT-YEAR = SPACE OR LC-LGHT = 0
              GO TO 0090-CLOSING-SCAN-EXIT
           END-IF.

           OPEN INPUT F-CLOSING.
           IF F-CLOSING-STATUS-ABSENT
              GO TO 0090-CLOSING-SCAN-EXIT
           END-IF.
           PERFORM 9092-CHECK-CLOSING-STATUS-START
           THRU    9092-CHECK-CLOSING-STATUS-END.

           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                                   UNTIL WS-LC-IDX > LC-LGHT
                MOVE WS-CURRENT-PERIOD  TO PC-PERIOD
                MOVE WS-CURRENT-YEAR    TO PC-YEAR
                MOVE LC-CODE(WS-LC-IDX) TO PC-CLASS-CODE
                READ F-CLOSING
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF PC-CLOSED
                       SET LC-CLOSED(WS-LC-IDX) TO TRUE
                       ADD 1 TO WS-CLOSED-CNT
                       DISPLAY "Periode close : classe " PC-CLASS-CODE
                               " close le " PC-DATE
                               " par " PC-OPERATOR
                    END-IF
                END-READ
                IF NOT F-CLOSING-STATUS-NOTFND
                   PERFORM 9092-CHECK-CLOSING-STATUS-START
                   THRU    9092-CHECK-CLOSING-STATUS-END
                END-IF
           END-PERFORM.

           CLOSE F-CLOSING.

           IF WS-CLOSED-CNT > 0
              SET WS-QUIET-LOAD TO TRUE
              DISPLAY "Periode " WS-CURRENT-PERIOD " " WS-CURRENT-YEAR
                      " close : chargement sans ecriture"
           END-IF.

       0090-CLOSING-SCAN-EXIT.
           EXIT.
       0090-CLOSING-SCAN-END.

      *Paragraphe ajoutant la classe WS-LC-SEARCH aux classes du lot
      *relevées par le balayage, sans doublon (appelant: 0090).
       0095-LOCK-ADD-CLASS-START.
           MOVE "N" TO WS-LC-FOUND-SW.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > LC-LGHT OR WS-LC-FOUND
                IF LC-CODE(WS-LC-IDX) = WS-LC-SEARCH
                   SET WS-LC-FOUND TO TRUE
                END-IF
           END-PERFORM.
           IF WS-LC-FOUND
              GO TO 0095-LOCK-ADD-CLASS-EXIT
           END-IF.

           IF LC-LGHT NOT < 50
              MOVE "LC-LGHT (50 classes)" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           ADD 1 TO LC-LGHT.
           MOVE WS-LC-SEARCH TO LC-CODE(LC-LGHT).
           MOVE "N"          TO LC-CLOSED-SW(LC-LGHT).

       0095-LOCK-ADD-CLASS-EXIT.
           EXIT.
       0095-LOCK-ADD-CLASS-END.

      *Paragraphe gérant la lecture du fichier importé
      *Et le stockage de ses informations dans la WS.
       0100-READ-START.

      *On recharge un éventuel point de reprise et on se replace dans
      *             le fichier importé là où la dernière reprise s'est arrêtée.
      *Chargement sans écriture (simulation, rapport à risque seul,
      *période close), ni reprise ni fichiers de suspens : le lot est
      *                               relu en entier depuis le début.
           IF NOT WS-QUIET-LOAD
              PERFORM 0105-RESTART-START
              THRU    0105-RESTART-END
           END-IF.

      *On boucle jusqu'à l'état voulu.
           PERFORM UNTIL F-INPUT-STATUS-EOF
                                   GIVING WS-CKPT-QUOTIENT
                                   REMAINDER WS-CKPT-REMAINDER
                   IF WS-CKPT-REMAINDER = 0
                      AND NOT WS-QUIET-LOAD
                      PERFORM 0120-CHECKPOINT-START
                      THRU    0120-CHECKPOINT-END
                   END-IF

      *Le fichier importé est lu en entier : le point de reprise ne
      *                     sert plus, on le vide pour la prochaine exécution.
           IF NOT WS-QUIET-LOAD
              PERFORM 0130-CLEAR-CKPT-START
              THRU    0130-CLEAR-CKPT-END
           END-IF.

      *On rapproche les comptages annoncés par la remorque "99" des
      *comptages réels et on écrit le rapport de contrôle ; un écart
      *                    interdit la publication (arrêt avant 0600).
      *En chargement sans écriture, contrôle de comptage et rapports
      *de qualité ne sont pas produits ici : ils relèvent de la
      *publication. Sur une période close, ils sont produits par 0190
      *         une fois le passage de corrections accepté.
           IF NOT WS-QUIET-LOAD
              PERFORM 0140-CONTROL-START
              THRU    0140-CONTROL-END
           END-IF.

      *On rapproche le fichier maître du lot chargé : les étudiants
      *inscrits au maître mais absents de toutes les classes du lot
      *                      sont listés dans le rapport de couverture.
           IF NOT WS-QUIET-LOAD
              PERFORM 0145-COVERAGE-START
              THRU    0145-COVERAGE-END
           END-IF.

      *On rapproche la plage de cours de chaque étudiant du programme
      *de sa classe : matières manquantes, hors programme ou à un
      *coefficient non officiel sont listées dans le rapport de
      *complétude, et une classe incomplète voit ses pages retenues.
           IF NOT WS-QUIET-LOAD
              PERFORM 0147-COMPLETENESS-START
              THRU    0147-COMPLETENESS-END
           END-IF.

      *On ferme le fichier importé, le fichier maître et les fichiers
      *                                      de suspens et de qualité.
           IF WS-MASTER-IS-OPEN
              CLOSE F-MASTER
           END-IF.
           IF NOT WS-QUIET-LOAD
              CLOSE F-REJECT
              CLOSE F-ANOMALY
           END-IF.

           EXIT.
       0100-READ-END.
                                   CL-STUDENT-NBR(CLASS-LGHT)
               MOVE 0                 TO
                                   CL-COURSE-NBR(CLASS-LGHT)
               MOVE "N"               TO
                                   CL-INCOMPL-SW(CLASS-LGHT)
               COMPUTE CL-COURSE-1ST-IDX(CLASS-LGHT) =
                                                COURSE-LGHT + 1
               MOVE R-CL-CODE         TO WS-CURRENT-CLASS-CODE
           MOVE WS-ANO-FIELD      TO AN-FIELD.
           MOVE WS-ANO-VALUE      TO AN-VALUE.
           MOVE WS-ANO-RULE       TO AN-RULE.
      *En chargement sans écriture, l'anomalie est comptée mais non
      *                                                     écrite.
           IF NOT WS-QUIET-LOAD
              WRITE REC-F-ANOMALY
              PERFORM 9035-CHECK-ANOMALY-STATUS-START
              THRU    9035-CHECK-ANOMALY-STATUS-END
           END-IF.

           ADD 1 TO WS-ANOMALY-CNT.

      *Les octets non lus du tampon d'entrée sont à LOW-VALUE : on les
      *                 remplace par des espaces avant d'écrire la ligne.
           INSPECT RJ-IMAGE REPLACING ALL LOW-VALUE BY SPACE
      *En chargement sans écriture, le rejet est compté mais non
      *                                                     écrit.
           IF NOT WS-QUIET-LOAD
              WRITE REC-F-REJECT
              PERFORM 9030-CHECK-REJECT-STATUS-START
              THRU    9030-CHECK-REJECT-STATUS-END
           END-IF.

           ADD 1 TO WS-REJECT-CNT.

           MOVE "Classe"          TO CL-LABEL(CLASS-LGHT)
           MOVE 0                 TO CL-STUDENT-NBR(CLASS-LGHT)
           MOVE 0                 TO CL-COURSE-NBR(CLASS-LGHT)
           MOVE "N"               TO CL-INCOMPL-SW(CLASS-LGHT)
           COMPUTE CL-COURSE-1ST-IDX(CLASS-LGHT) = COURSE-LGHT + 1
           MOVE CL-CODE(CLASS-LGHT) TO WS-CURRENT-CLASS-CODE
           SET WS-CLASS-IDX       TO CLASS-LGHT
      *fichier maître est balayé séquentiellement et chaque numéro
      *est recherché parmi les S-NBR chargés ; un étudiant du maître
      *absent de toutes les classes du lot n'aura pas de bulletin ce
      *trimestre et est listé pour vérification avant l'envoi. Un
      *étudiant parti (date de départ posée) n'est plus attendu et
      *n'est pas recherché : il n'est compté qu'au balayage. Maître
      *indisponible (mode dégradé) : le rapport ne porte que son
      *                                    titre et des comptages à zéro.
       0145-COVERAGE-START.
      *            sa ligne de rapport s'il n'est noté dans aucune
      *                            classe du lot (appelant: 0145).
       0146-COVER-MATCH-START.
           IF M-DEPART-DATE IS NUMERIC AND M-DEPART-DATE > 0
              GO TO 0146-COVER-MATCH-EXIT
           END-IF.

           MOVE "N" TO WS-COVER-FOUND-SW.
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                                   UNTIL WS-STUDENT-IDX > STUDENT-LGHT
              ADD 1 TO WS-COVER-MISS-CNT
           END-IF.

       0146-COVER-MATCH-EXIT.
           EXIT.
       0146-COVER-MATCH-END.

      *Paragraphe écrivant le rapport de complétude des classes :
      *pour chaque classe du lot décrite au programme des classes,
      *la plage de cours de chacun de ses étudiants est rapprochée
      *des matières obligatoires et de leurs coefficients officiels
      *(0148). Une matière manquante rend la classe incomplète : ses
      *pages de bulletin et son export portail seront retenus par
      *0600. Une ligne hors programme ou un coefficient non officiel
      *est signalé sans retenir la classe. Une classe absente du
      *programme est signalée sans être contrôlée ; programme
      *indisponible (mode dégradé) : le rapport ne porte que son
      *                titre et l'avertissement (appelant: 0100, 0190).
       0147-COMPLETENESS-START.
           OPEN OUTPUT F-COMPLETENESS.

           MOVE WS-CMP-TITLE TO REC-F-COMPLETENESS.
           WRITE REC-F-COMPLETENESS.
           PERFORM 9083-CHECK-COMPLETENESS-START
           THRU    9083-CHECK-COMPLETENESS-END.

           OPEN INPUT F-CURRICULUM.
           IF NOT F-CURRICULUM-STATUS-OK
              DISPLAY "Programme des classes indisponible (statut "
                      F-CURRICULUM-STATUS "), completude non controlee"
              MOVE WS-CMP-NONE-LINE TO REC-F-COMPLETENESS
              WRITE REC-F-COMPLETENESS
              PERFORM 9083-CHECK-COMPLETENESS-START
              THRU    9083-CHECK-COMPLETENESS-END
              CLOSE F-COMPLETENESS
              GO TO 0147-COMPLETENESS-EXIT
           END-IF.

      *On boucle sur chaque classe du tableau CLASS.
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                                    UNTIL WS-CLASS-IDX > CLASS-LGHT
                MOVE 0   TO WS-CMP-CLASS-GAP
      *On se place sur la première matière de la classe au programme
      *pour savoir si celle-ci y est décrite : une classe absente du
      *programme n'est pas contrôlée (toutes ses lignes seraient
      *                                      sinon hors programme).
                MOVE "N" TO WS-CU-CLASS-SW
                MOVE CL-CODE(WS-CLASS-IDX) TO CU-CLASS-CODE
                MOVE LOW-VALUE             TO CU-LABEL
                START F-CURRICULUM KEY NOT < CU-KEY
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    READ F-CURRICULUM NEXT
                    PERFORM 9084-CHECK-CURRICULUM-READ-START
                    THRU    9084-CHECK-CURRICULUM-READ-END
                    IF F-CURRICULUM-STATUS-OK
                       AND CU-CLASS-CODE = CL-CODE(WS-CLASS-IDX)
                       SET WS-CU-CLASS-FOUND TO TRUE
                    END-IF
                END-START

      *On contrôle chaque étudiant de la classe en cours.
                IF WS-CU-CLASS-FOUND
                   PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                                   UNTIL WS-STUDENT-IDX > STUDENT-LGHT
                        IF S-CLASS-CODE(WS-STUDENT-IDX) =
                                            CL-CODE(WS-CLASS-IDX)
                           PERFORM 0148-STUDENT-CURRIC-START
                           THRU    0148-STUDENT-CURRIC-END
                        END-IF
                   END-PERFORM
                END-IF

      *Verdict de la classe.
                MOVE CL-CODE(WS-CLASS-IDX) TO WS-CMP-CL-CODE
                MOVE WS-CMP-CLASS-GAP      TO WS-CMP-CL-GAP
                EVALUATE TRUE
                  WHEN NOT WS-CU-CLASS-FOUND
                    MOVE "ABSENTE DU PROGRAMME - NON CONTROLEE"
                                           TO WS-CMP-VERDICT
                  WHEN CL-INCOMPLETE(WS-CLASS-IDX)
                    MOVE "INCOMPLETE - BULLETINS RETENUS"
                                           TO WS-CMP-VERDICT
                    ADD 1 TO WS-CMP-CLASS-CNT
                  WHEN WS-CMP-CLASS-GAP > 0
                    MOVE "COMPLETE AVEC ECARTS - BULLETINS EDITES"
                                           TO WS-CMP-VERDICT
                  WHEN OTHER
                    MOVE "COMPLETE"        TO WS-CMP-VERDICT
                END-EVALUATE
                MOVE WS-CMP-CLASS-LINE TO REC-F-COMPLETENESS
                WRITE REC-F-COMPLETENESS
                PERFORM 9083-CHECK-COMPLETENESS-START
                THRU    9083-CHECK-COMPLETENESS-END
           END-PERFORM.

           MOVE WS-CMP-CLASS-CNT TO WS-CMP-CLASS-ED.
           MOVE WS-CMP-GAP-CNT   TO WS-CMP-GAP-ED.
           MOVE WS-CMP-CNT-LINE  TO REC-F-COMPLETENESS.
           WRITE REC-F-COMPLETENESS.
           PERFORM 9083-CHECK-COMPLETENESS-START
           THRU    9083-CHECK-COMPLETENESS-END.

           CLOSE F-CURRICULUM.
           CLOSE F-COMPLETENESS.

           IF WS-CMP-CLASS-CNT > 0
              DISPLAY "Classes incompletes au programme : "
                      WS-CMP-CLASS-CNT ", bulletins retenus"
           END-IF.

       0147-COMPLETENESS-EXIT.
           EXIT.
       0147-COMPLETENESS-END.

      *Paragraphe rapprochant la plage de cours de l'étudiant
      *WS-STUDENT-IDX du programme de sa classe WS-CLASS-IDX : chaque
      *ligne lue doit figurer au programme avec le coefficient
      *officiel, puis chaque matière du programme doit figurer dans
      *la plage. Une ligne écartée par le contrôle de vraisemblance
      *compte comme manquante : elle n'apparaîtrait pas sur le
      *                                  bulletin (appelant: 0147).
       0148-STUDENT-CURRIC-START.
           IF S-COURSE-NBR(WS-STUDENT-IDX) > 0
              COMPUTE WS-RANGE-END =
                      S-COURSE-1ST(WS-STUDENT-IDX) +
                      S-COURSE-NBR(WS-STUDENT-IDX) - 1
              PERFORM VARYING WS-COURSE-IDX
                           FROM S-COURSE-1ST(WS-STUDENT-IDX) BY 1
                           UNTIL WS-COURSE-IDX > WS-RANGE-END
                   MOVE CL-CODE(WS-CLASS-IDX)  TO CU-CLASS-CODE
                   MOVE C-LABEL(WS-COURSE-IDX) TO CU-LABEL
                   READ F-CURRICULUM
                   EVALUATE TRUE
                     WHEN F-CURRICULUM-STATUS-OK
                       IF CU-COEF NOT = C-COEF(WS-COURSE-IDX)
                          MOVE C-LABEL(WS-COURSE-IDX) TO WS-CMP-LABEL
                          MOVE C-COEF(WS-COURSE-IDX)  TO WS-CMP-COEF-ED
                          MOVE WS-CMP-COEF-ED         TO WS-CMP-COEF
                          MOVE CU-COEF                TO WS-CMP-COEF-ED
                          MOVE WS-CMP-COEF-ED       TO WS-CMP-COEF-OFF
                          MOVE "COEFFICIENT ERRONE"   TO WS-CMP-CAUSE
                          PERFORM 0149-WRITE-GAP-START
                          THRU    0149-WRITE-GAP-END
                       END-IF
                     WHEN F-CURRICULUM-STATUS-NOTFND
                       MOVE C-LABEL(WS-COURSE-IDX) TO WS-CMP-LABEL
                       MOVE C-COEF(WS-COURSE-IDX)  TO WS-CMP-COEF-ED
                       MOVE WS-CMP-COEF-ED         TO WS-CMP-COEF
                       MOVE SPACE                  TO WS-CMP-COEF-OFF
                       MOVE "MATIERE HORS PROGRAMME" TO WS-CMP-CAUSE
                       PERFORM 0149-WRITE-GAP-START
                       THRU    0149-WRITE-GAP-END
                     WHEN OTHER
                       STRING "Statut " F-CURRICULUM-STATUS
                              " inattendu, lecture F-CURRICULUM (0148)"
                         INTO WS-ABEND-LIMIT
                       END-STRING
                       PERFORM 9000-ABEND-START
                       THRU    9000-ABEND-END
                   END-EVALUATE
              END-PERFORM
           END-IF.

      *On balaye les matières de la classe au programme, à partir de
      *                     la première d'entre elles dans l'ordre des clés.
           MOVE "N" TO WS-CU-BROWSE-SW.
           MOVE CL-CODE(WS-CLASS-IDX) TO CU-CLASS-CODE.
           MOVE LOW-VALUE             TO CU-LABEL.
           START F-CURRICULUM KEY NOT < CU-KEY
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
      *La matière du programme est recherchée dans la plage de cours
      *                                               de l'étudiant.
                      MOVE "N" TO WS-CU-MATCH-SW
                      IF S-COURSE-NBR(WS-STUDENT-IDX) > 0
                         PERFORM VARYING WS-COURSE-IDX
                              FROM S-COURSE-1ST(WS-STUDENT-IDX) BY 1
                              UNTIL WS-COURSE-IDX > WS-RANGE-END
                              IF C-LABEL(WS-COURSE-IDX) = CU-LABEL
                                 SET WS-CU-MATCH TO TRUE
                              END-IF
                         END-PERFORM
                      END-IF
                      IF NOT WS-CU-MATCH
                         MOVE CU-LABEL       TO WS-CMP-LABEL
                         MOVE SPACE          TO WS-CMP-COEF
                         MOVE CU-COEF        TO WS-CMP-COEF-ED
                         MOVE WS-CMP-COEF-ED TO WS-CMP-COEF-OFF
                         MOVE "MATIERE MANQUANTE" TO WS-CMP-CAUSE
                         PERFORM 0149-WRITE-GAP-START
                         THRU    0149-WRITE-GAP-END
                         SET CL-INCOMPLETE(WS-CLASS-IDX) TO TRUE
                      END-IF
                   END-IF
               END-READ

      *On vérifie que la lecture s'est bien terminée par un état
      *                 OK ou par la fin de fichier attendue, sinon on abend.
               PERFORM 9084-CHECK-CURRICULUM-READ-START
               THRU    9084-CHECK-CURRICULUM-READ-END
           END-PERFORM.

           EXIT.
       0148-STUDENT-CURRIC-END.

      *Paragraphe écrivant une ligne du rapport de complétude pour
      *l'étudiant WS-STUDENT-IDX à partir des champs WS-CMP-*
      *                 préparés par l'appelant (appelant: 0148).
       0149-WRITE-GAP-START.
           MOVE S-CLASS-CODE(WS-STUDENT-IDX) TO WS-CMP-CLASS.
           MOVE S-NBR(WS-STUDENT-IDX)        TO WS-CMP-NBR.
           MOVE S-LASTNAME(WS-STUDENT-IDX)   TO WS-CMP-LASTNAME.
           MOVE S-FIRSTNAME(WS-STUDENT-IDX)  TO WS-CMP-FIRSTNAME.
           MOVE WS-CMP-LINE TO REC-F-COMPLETENESS.
           WRITE REC-F-COMPLETENESS.
           PERFORM 9083-CHECK-COMPLETENESS-START
           THRU    9083-CHECK-COMPLETENESS-END.

           ADD 1 TO WS-CMP-GAP-CNT.
           ADD 1 TO WS-CMP-CLASS-GAP.

           EXIT.
       0149-WRITE-GAP-END.

      *Paragraphe chargeant l'historique des résultats des périodes
      *précédentes dans DATA-HISTORY. Un fichier absent est normal :
      *    première exécution de l'année, aucune progression à calculer.
      *0160 réécrit history.dat en commençant par le tronquer, et un
      *incident en cours de réécriture détruirait sinon la seule
      *                     copie des trimestres antérieurs.
      *Sur une période close, la sauvegarde attend l'acceptation du
      *                        passage de corrections (0190).
              IF NOT WS-QUIET-LOAD
                 PERFORM 0155-SAVE-HISTBAK-START
                 THRU    0155-SAVE-HISTBAK-END
              END-IF
           END-IF.

           EXIT.
      *Paragraphe recopiant l'historique chargé dans le fichier de
      *génération précédente, avant toute réécriture de history.dat :
      *en cas d'incident pendant 0160, l'exploitation restaure
      *            historybak.dat et relance (appelant: 0150, 0190).
       0155-SAVE-HISTBAK-START.
           OPEN OUTPUT F-HISTBAK.

      *                                         partie du lot en cours.
                      PERFORM 0165-HIST-CLASS-ABSENT-START
                      THRU    0165-HIST-CLASS-ABSENT-END
      *Classe close (passage de corrections accepté par 0180) : seule
      *                 la ligne d'un étudiant corrigé est remplacée.
                      IF NOT WS-HIST-KEEP AND WS-CLOSED-CNT > 0
                         MOVE HI-CLASS-CODE(WS-HIST-IDX)
                                             TO WS-LC-SEARCH
                         PERFORM 0185-LOCK-LOOKUP-START
                         THRU    0185-LOCK-LOOKUP-END
                         IF WS-LC-FOUND
                            PERFORM 0167-HIST-CORRECTED-START
                            THRU    0167-HIST-CORRECTED-END
                            IF NOT WS-HIST-CORR
                               SET WS-HIST-KEEP TO TRUE
                            END-IF
                         END-IF
                      END-IF
                   END-IF
                ELSE
      *Autre année : élaguée seulement si le lot porte un en-tête de
           END-PERFORM.

      *Puis une ligne par étudiant du lot avec la moyenne de la
      *période en cours. Dans une classe close, seuls les étudiants
      *corrigés sont réécrits : les autres gardent la ligne publiée,
      *                                 conservée ci-dessus.
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                                   UNTIL WS-STUDENT-IDX > STUDENT-LGHT
                MOVE "N" TO WS-LC-FOUND-SW
                IF WS-CLOSED-CNT > 0
                   AND NOT S-CORRECTED(WS-STUDENT-IDX)
                   MOVE S-CLASS-CODE(WS-STUDENT-IDX) TO WS-LC-SEARCH
                   PERFORM 0185-LOCK-LOOKUP-START
                   THRU    0185-LOCK-LOOKUP-END
                END-IF
                IF NOT WS-LC-FOUND
                   MOVE WS-CURRENT-PERIOD            TO H-PERIOD
                   MOVE WS-CURRENT-YEAR              TO H-YEAR
                   MOVE S-CLASS-CODE(WS-STUDENT-IDX) TO H-CLASS-CODE
                   MOVE S-LASTNAME(WS-STUDENT-IDX)   TO H-LASTNAME
                   MOVE S-FIRSTNAME(WS-STUDENT-IDX)  TO H-FIRSTNAME
                   MOVE S-AVERAGE(WS-STUDENT-IDX)    TO H-AVERAGE
                   MOVE S-NBR(WS-STUDENT-IDX)        TO H-STUDENT-NBR
                   WRITE REC-F-HISTORY
                   PERFORM 9075-CHECK-HISTORY-WRITE-START
                   THRU    9075-CHECK-HISTORY-WRITE-END
                END-IF
           END-PERFORM.

           CLOSE F-HISTORY.
           EXIT.
       0165-HIST-CLASS-ABSENT-END.

      *Paragraphe positionnant WS-HIST-CORR-SW pour la ligne
      *d'historique WS-HIST-IDX : rapprochée d'un étudiant corrigé
      *de sa classe, par numéro stable ou, à défaut, par nom et
      *                                  prénom (appelant: 0160).
       0167-HIST-CORRECTED-START.
           MOVE "N" TO WS-HIST-CORR-SW.
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                   UNTIL WS-STUDENT-IDX > STUDENT-LGHT OR WS-HIST-CORR
                IF S-CORRECTED(WS-STUDENT-IDX)
                   AND S-CLASS-CODE(WS-STUDENT-IDX) =
                                   HI-CLASS-CODE(WS-HIST-IDX)
                   IF HI-NBR(WS-HIST-IDX) > 0
                      IF S-NBR(WS-STUDENT-IDX) = HI-NBR(WS-HIST-IDX)
                         SET WS-HIST-CORR TO TRUE
                      END-IF
                   ELSE
                      IF S-LASTNAME(WS-STUDENT-IDX) =
                                   HI-LASTNAME(WS-HIST-IDX)
                         AND S-FIRSTNAME(WS-STUDENT-IDX) =
                                   HI-FIRSTNAME(WS-HIST-IDX)
                         SET WS-HIST-CORR TO TRUE
                      END-IF
                   END-IF
                END-IF
           END-PERFORM.

           EXIT.
       0167-HIST-CORRECTED-END.

      *Paragraphe gérant le passage de correction après publication :
      *si un fichier de corrections est présent, chaque ligne est
      *appliquée sur les tableaux chargés (la note corrigée remplace
      *             comme à chaque exécution. Fichier absent :
      *                              exécution trimestrielle normale.
       0170-CORRECTIONS-START.
      *Une simulation porte sur la politique, pas sur les notes, et
      *le rapport à risque seul ne publie rien : les corrections en
      *          attente ne sont ni appliquées ni journalisées.
           IF WS-SIMULATION-RUN OR WS-RISK-ONLY-RUN
              GO TO 0170-CORRECTIONS-EXIT
           END-IF.

           OPEN INPUT F-CORRECTIONS.

           IF F-CORRECTIONS-STATUS-ABSENT
           EXIT.
       0175-APPLY-CORRECTION-END.

      *Paragraphe verrouillant les périodes closes relevées par 0090 :
      *seul un passage de corrections dont au moins une correction a
      *été appliquée peut modifier une période close. Sinon (pas de
      *fichier de corrections, ou toutes refusées), l'exécution est
      *refusée avant que 0600 et 0160 ne réécrivent bulletins, export
      *portail et historique, et rien n'a été écrit au chargement :
      *l'arrêt est propre, avec le code retour 12 et une ligne de
      *journal de marche. Passage accepté : les écritures différées
      *du chargement sont faites par 0190. Une période rouverte ("O")
      *          se republie normalement (appelant: mainline).
       0180-CLOSING-CHECK-START.
           IF WS-CLOSED-CNT = 0
              GO TO 0180-CLOSING-CHECK-EXIT
           END-IF.

           IF WS-CORR-APPL-CNT = 0
              DISPLAY "Periode " WS-CURRENT-PERIOD " " WS-CURRENT-YEAR
                      " close, republication refusee"
              MOVE 12 TO WS-FINAL-RC
              PERFORM 0680-RUNLOG-START
              THRU    0680-RUNLOG-END
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "Periode " WS-CURRENT-PERIOD " " WS-CURRENT-YEAR
                   " close : passage de corrections accepte".
           PERFORM 0190-DEFERRED-WRITES-START
           THRU    0190-DEFERRED-WRITES-END.

       0180-CLOSING-CHECK-EXIT.
           EXIT.
       0180-CLOSING-CHECK-END.

      *Paragraphe recherchant WS-LC-SEARCH parmi les classes closes
      *relevées par 0090 ; positionne WS-LC-FOUND-SW
      *                                   (appelant: 0160/0167).
       0185-LOCK-LOOKUP-START.
           MOVE "N" TO WS-LC-FOUND-SW.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > LC-LGHT OR WS-LC-FOUND
                IF LC-CODE(WS-LC-IDX) = WS-LC-SEARCH
                   AND LC-CLOSED(WS-LC-IDX)
                   SET WS-LC-FOUND TO TRUE
                END-IF
           END-PERFORM.

           EXIT.
       0185-LOCK-LOOKUP-END.

      *Paragraphe faisant, pour un passage de corrections accepté sur
      *une période close, les écritures que le chargement sans
      *écriture a différées : génération précédente de l'historique,
      *puis rapports de contrôle (qui peut encore refuser la
      *publication), de couverture et de complétude. Le point de
      *reprise, non utilisé, reste en l'état ; les fichiers de
      *suspens gardent ceux de la publication d'origine
      *                                          (appelant: 0180).
       0190-DEFERRED-WRITES-START.
           PERFORM 0155-SAVE-HISTBAK-START
           THRU    0155-SAVE-HISTBAK-END.

      *Le maître a été refermé par 0100 : on le rouvre pour la
      *              couverture, en mode dégradé s'il est indisponible.
           OPEN INPUT F-MASTER.
           IF F-MASTER-STATUS-OK
              SET WS-MASTER-IS-OPEN TO TRUE
           ELSE
              MOVE "N" TO WS-MASTER-OPEN-SW
           END-IF.

           PERFORM 0140-CONTROL-START
           THRU    0140-CONTROL-END.
           PERFORM 0145-COVERAGE-START
           THRU    0145-COVERAGE-END.
           PERFORM 0147-COMPLETENESS-START
           THRU    0147-COMPLETENESS-END.

           IF WS-MASTER-IS-OPEN
              CLOSE F-MASTER
              MOVE "N" TO WS-MASTER-OPEN-SW
           END-IF.

           EXIT.
       0190-DEFERRED-WRITES-END.

      *Paragraphe gérant l'affichage console des données stockées.
       0200-DISPLAY-START.

      *On boucle sur le tableau STUDENT
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                                   UNTIL WS-STUDENT-IDX > STUDENT-LGHT
      *On affiche les données de chaque étudiant un à un.
                DISPLAY AFF-ETOILE
                DISPLAY STUDENT(WS-STUDENT-IDX)
                DISPLAY AFF-ETOILE
      *destinée à l'envoi postal à la famille. En mode correction,
      *seules les pages des étudiants corrigés sont rééditées : les
      *               autres familles ont déjà reçu leur bulletin.
      *Une classe incomplète au programme (0147) voit ses pages et son
      *export portail retenus : une famille ne doit jamais recevoir un
      *                      bulletin dont une matière manque en silence.
                   IF NOT WS-CORRECTION-RUN
                      OR S-CORRECTED(WS-STUDENT-IDX)
                      IF CL-INCOMPLETE(WS-CLASS-IDX)
                         ADD 1 TO WS-HELD-PAGE-CNT
                      ELSE
                         PERFORM 0610-STUDENT-PAGE-START
                         THRU    0610-STUDENT-PAGE-END
      *L'export portail reprend les mêmes données que la page : en
      *mode correction, seuls les étudiants corrigés sont réexportés.
                         PERFORM 0617-PORTAL-EXPORT-START
                         THRU    0617-PORTAL-EXPORT-END
                      END-IF
                   END-IF
                 END-IF


           END-PERFORM.

           IF WS-HELD-PAGE-CNT > 0
              DISPLAY "Pages de bulletins retenues (classes "
                      "incompletes) : " WS-HELD-PAGE-CNT
           END-IF.

      *Toutes les classes sont éditées : on produit le rapport de
      *                          direction à partir des tableaux agrégés.
           PERFORM 0660-SUMMARY-START
           THRU    0660-SUMMARY-END.

      *Puis le rapport d'harmonisation des matières entre classes,
      *tant que le catalogue est ouvert pour les noms d'enseignant.
           PERFORM 0675-HARMONIZE-START
           THRU    0675-HARMONIZE-END.

           MOVE WS-FOOTER TO REC-F-OUTPUT
           WRITE REC-F-OUTPUT
           PERFORM 9020-CHECK-OUTPUT-STATUS-START
           EXIT.
       0670-CLASS-STATS-END.

      *Paragraphe écrivant le rapport d'harmonisation : les notes de
      *toutes les classes sont cumulées par couple matière/classe
      *(0677), triées par libellé, puis chaque matière est éditée
      *avec ses classes et leur écart à la moyenne de l'établissement
      *                                   (0676) (appelant: 0600).
       0675-HARMONIZE-START.
           OPEN OUTPUT F-HARMONIZE.

           MOVE WS-HRM-TITLE TO REC-F-HARMONIZE.
           WRITE REC-F-HARMONIZE.
           PERFORM 9088-CHECK-HARMONIZE-STATUS-START
           THRU    9088-CHECK-HARMONIZE-STATUS-END.

           MOVE WS-HARM-TOLER   TO WS-HRM-TOL-ED.
           MOVE WS-HRM-TOL-LINE TO REC-F-HARMONIZE.
           WRITE REC-F-HARMONIZE.
           PERFORM 9088-CHECK-HARMONIZE-STATUS-START
           THRU    9088-CHECK-HARMONIZE-STATUS-END.

           MOVE SPACE TO REC-F-HARMONIZE.
           WRITE REC-F-HARMONIZE.
           PERFORM 9088-CHECK-HARMONIZE-STATUS-START
           THRU    9088-CHECK-HARMONIZE-STATUS-END.

           MOVE 0 TO HM-LGHT.
           MOVE 0 TO WS-HM-SUBJ-CNT.
           MOVE 0 TO WS-HM-FLAG-CNT.

           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                                   UNTIL WS-COURSE-IDX > COURSE-LGHT
                PERFORM 0677-HARM-ACCUMULATE-START
                THRU    0677-HARM-ACCUMULATE-END
           END-PERFORM.

           IF HM-LGHT > 1
              SORT HM-TAB ON ASCENDING KEY HM-LABEL HM-CLASS-CODE
           END-IF.

      *Chaque passage édite une matière et avance WS-HM-FROM sur le
      *                            premier couple de la suivante.
           MOVE 1 TO WS-HM-FROM.
           PERFORM UNTIL WS-HM-FROM > HM-LGHT
                PERFORM 0676-HARM-SUBJECT-START
                THRU    0676-HARM-SUBJECT-END
           END-PERFORM.

           MOVE WS-HM-SUBJ-CNT  TO WS-HRM-SUBJ-ED.
           MOVE WS-HM-FLAG-CNT  TO WS-HRM-FLAG-ED.
           MOVE WS-HRM-CNT-LINE TO REC-F-HARMONIZE.
           WRITE REC-F-HARMONIZE.
           PERFORM 9088-CHECK-HARMONIZE-STATUS-START
           THRU    9088-CHECK-HARMONIZE-STATUS-END.

           CLOSE F-HARMONIZE.

           IF WS-HM-FLAG-CNT > 0
              DISPLAY "Harmonisation : " WS-HM-FLAG-CNT
                      " classe(s) hors tolerance"
           END-IF.

           EXIT.
       0675-HARMONIZE-END.

      *Paragraphe éditant la matière dont le premier couple est en
      *WS-HM-FROM : moyenne de l'établissement sur toutes ses notes,
      *puis une ligne par classe avec l'enseignant du catalogue, la
      *moyenne, les notes extrêmes, le taux d'échec sous 10 et l'écart
      *signé à la moyenne de l'établissement, signalé au-delà de la
      *                            tolérance paramétrée (appelant: 0675).
       0676-HARM-SUBJECT-START.
           MOVE 0 TO WS-HM-TOT-CNT.
           MOVE 0 TO WS-HM-TOT-SUM.
           MOVE WS-HM-FROM TO WS-HM-TO.
           PERFORM VARYING WS-HM-IDX FROM WS-HM-FROM BY 1
                   UNTIL WS-HM-IDX > HM-LGHT
                      OR HM-LABEL(WS-HM-IDX) NOT = HM-LABEL(WS-HM-FROM)
                ADD HM-CNT(WS-HM-IDX) TO WS-HM-TOT-CNT
                ADD HM-SUM(WS-HM-IDX) TO WS-HM-TOT-SUM
                SET WS-HM-TO TO WS-HM-IDX
           END-PERFORM.
           DIVIDE WS-HM-TOT-SUM BY WS-HM-TOT-CNT
                                GIVING WS-HM-MEAN ROUNDED.

      *L'enseignant est celui que le catalogue porte pour le libellé.
           MOVE SPACE TO WS-HRM-TEACHER.
           MOVE HM-LABEL(WS-HM-FROM) TO WS-CAT-SEARCH-LABEL.
           PERFORM 0112-CATALOG-LOOKUP-START
           THRU    0112-CATALOG-LOOKUP-END.
           IF WS-CATALOG-IS-OPEN AND WS-CAT-FOUND
              MOVE CAT-TEACHER TO WS-HRM-TEACHER
           END-IF.

           MOVE HM-LABEL(WS-HM-FROM) TO WS-HRM-LABEL.
           MOVE WS-HM-MEAN           TO WS-HRM-MEAN.
           MOVE WS-HM-TOT-CNT        TO WS-HRM-TOT-CNT.
           MOVE WS-HRM-SUBJ-LINE     TO REC-F-HARMONIZE.
           WRITE REC-F-HARMONIZE.
           PERFORM 9088-CHECK-HARMONIZE-STATUS-START
           THRU    9088-CHECK-HARMONIZE-STATUS-END.

           MOVE WS-HRM-HDR TO REC-F-HARMONIZE.
           WRITE REC-F-HARMONIZE.
           PERFORM 9088-CHECK-HARMONIZE-STATUS-START
           THRU    9088-CHECK-HARMONIZE-STATUS-END.

           PERFORM VARYING WS-HM-IDX FROM WS-HM-FROM BY 1
                                      UNTIL WS-HM-IDX > WS-HM-TO
                DIVIDE HM-SUM(WS-HM-IDX) BY HM-CNT(WS-HM-IDX)
                                     GIVING WS-HM-AVG ROUNDED
                COMPUTE WS-HM-DEV = WS-HM-AVG - WS-HM-MEAN
                MOVE HM-CLASS-CODE(WS-HM-IDX) TO WS-HRM-CLASS
                MOVE HM-CNT(WS-HM-IDX)        TO WS-HRM-CNT
                MOVE WS-HM-AVG                TO WS-HRM-AVG
                MOVE HM-MIN(WS-HM-IDX)        TO WS-HRM-MIN
                MOVE HM-MAX(WS-HM-IDX)        TO WS-HRM-MAX
                COMPUTE WS-HRM-RATE ROUNDED =
                        HM-FAIL(WS-HM-IDX) * 100 / HM-CNT(WS-HM-IDX)
                MOVE WS-HM-DEV                TO WS-HRM-DEV
                MOVE SPACE                    TO WS-HRM-FLAG
                IF WS-HM-DEV > WS-HARM-TOLER
                   OR WS-HM-DEV < 0 - WS-HARM-TOLER
                   MOVE "A HARMONISER"        TO WS-HRM-FLAG
                   ADD 1 TO WS-HM-FLAG-CNT
                END-IF
                MOVE WS-HRM-LINE TO REC-F-HARMONIZE
                WRITE REC-F-HARMONIZE
                PERFORM 9088-CHECK-HARMONIZE-STATUS-START
                THRU    9088-CHECK-HARMONIZE-STATUS-END
           END-PERFORM.

           MOVE SPACE TO REC-F-HARMONIZE.
           WRITE REC-F-HARMONIZE.
           PERFORM 9088-CHECK-HARMONIZE-STATUS-START
           THRU    9088-CHECK-HARMONIZE-STATUS-END.

           ADD 1 TO WS-HM-SUBJ-CNT.
           COMPUTE WS-HM-FROM = WS-HM-TO + 1.

           EXIT.
       0676-HARM-SUBJECT-END.

      *Paragraphe cumulant la note du cours WS-COURSE-IDX sur son
      *couple matière/classe, créé à sa première apparition
      *                                        (appelant: 0675).
       0677-HARM-ACCUMULATE-START.
           MOVE 0 TO WS-HM-FOUND.
           PERFORM VARYING WS-HM-IDX FROM 1 BY 1
                   UNTIL WS-HM-IDX > HM-LGHT OR WS-HM-FOUND > 0
                IF HM-LABEL(WS-HM-IDX) = C-LABEL(WS-COURSE-IDX)
                   AND HM-CLASS-CODE(WS-HM-IDX) =
                                      C-CLASS-CODE(WS-COURSE-IDX)
                   SET WS-HM-FOUND TO WS-HM-IDX
                END-IF
           END-PERFORM.

           IF WS-HM-FOUND = 0
              IF HM-LGHT NOT < 1000
                 MOVE "HM-LGHT (1000 couples matiere/classe)"
                                     TO WS-ABEND-LIMIT
                 PERFORM 9000-ABEND-START
                 THRU    9000-ABEND-END
              END-IF
              ADD 1 TO HM-LGHT
              MOVE C-LABEL(WS-COURSE-IDX)      TO HM-LABEL(HM-LGHT)
              MOVE C-CLASS-CODE(WS-COURSE-IDX) TO
                                              HM-CLASS-CODE(HM-LGHT)
              MOVE 0                           TO HM-CNT(HM-LGHT)
              MOVE 0                           TO HM-SUM(HM-LGHT)
              MOVE 99,99                       TO HM-MIN(HM-LGHT)
              MOVE 0                           TO HM-MAX(HM-LGHT)
              MOVE 0                           TO HM-FAIL(HM-LGHT)
              MOVE HM-LGHT                     TO WS-HM-FOUND
           END-IF.

           ADD 1 TO HM-CNT(WS-HM-FOUND).
           ADD C-GRADE(WS-COURSE-IDX) TO HM-SUM(WS-HM-FOUND).
           IF C-GRADE(WS-COURSE-IDX) < HM-MIN(WS-HM-FOUND)
              MOVE C-GRADE(WS-COURSE-IDX) TO HM-MIN(WS-HM-FOUND)
           END-IF.
           IF C-GRADE(WS-COURSE-IDX) > HM-MAX(WS-HM-FOUND)
              MOVE C-GRADE(WS-COURSE-IDX) TO HM-MAX(WS-HM-FOUND)
           END-IF.
           IF C-GRADE(WS-COURSE-IDX) < 10
              ADD 1 TO HM-FAIL(WS-HM-FOUND)
           END-IF.

           EXIT.
       0677-HARM-ACCUMULATE-END.

      *Paragraphe écrivant le rapport d'alerte assiduité : une ligne
      *par étudiant dont le cumul de demi-journées d'absence non
      *justifiées atteint le seuil de l'établissement, pour le suivi
           EXIT.
       0650-ATTENDANCE-ALERT-END.

      *Paragraphe écrivant le rapport des élèves à risque : chaque
      *étudiant reçoit un score pondéré (0656), ceux qui atteignent
      *le seuil de signalement sont triés par classe puis par score
      *décroissant, et chaque classe du lot reçoit son bloc (0657),
      *même vide, pour que le professeur principal sache qu'elle a
      *                         été examinée (appelant: mainline).
       0655-RISK-REPORT-START.
           OPEN OUTPUT F-RISK.

           MOVE WS-RSK-TITLE TO REC-F-RISK.
           WRITE REC-F-RISK.
           PERFORM 9089-CHECK-RISK-STATUS-START
           THRU    9089-CHECK-RISK-STATUS-END.

           MOVE WS-RISK-W-PROGR TO WS-RSK-W-PROGR.
           MOVE WS-RISK-W-ABS   TO WS-RSK-W-ABS.
           MOVE WS-RISK-W-FAIL  TO WS-RSK-W-FAIL.
           MOVE WS-RISK-W-RATTR TO WS-RSK-W-RATTR.
           MOVE WS-RISK-SEUIL   TO WS-RSK-SEUIL.
           MOVE WS-RSK-POL-LINE TO REC-F-RISK.
           WRITE REC-F-RISK.
           PERFORM 9089-CHECK-RISK-STATUS-START
           THRU    9089-CHECK-RISK-STATUS-END.

           MOVE 0 TO RK-LGHT.
           MOVE 0 TO WS-RK-FLAG-CNT.
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                                   UNTIL WS-STUDENT-IDX > STUDENT-LGHT
                PERFORM 0656-RISK-STUDENT-START
                THRU    0656-RISK-STUDENT-END
           END-PERFORM.

           IF RK-LGHT > 1
              SORT RK-TAB ON ASCENDING  KEY RK-CLASS-CODE
                          ON DESCENDING KEY RK-SCORE
                          ON ASCENDING  KEY RK-LASTNAME
           END-IF.

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                                    UNTIL WS-CLASS-IDX > CLASS-LGHT
                PERFORM 0657-RISK-CLASS-START
                THRU    0657-RISK-CLASS-END
           END-PERFORM.

           CLOSE F-RISK.

           IF WS-RK-FLAG-CNT > 0
              DISPLAY "Eleves a risque signales : " WS-RK-FLAG-CNT
           END-IF.

           EXIT.
       0655-RISK-REPORT-END.

      *Paragraphe calculant le score de risque de l'étudiant
      *WS-STUDENT-IDX : baisse de la moyenne sur le trimestre
      *précédent (0360), absences non justifiées au seuil de l'alerte
      *assiduité, chaque matière sous le seuil de passage de sa
      *classe et note de seconde session ("08"). L'étudiant qui
      *atteint le seuil de signalement est rangé dans RK-TAB avec
      *                          ses motifs (appelant: 0655).
       0656-RISK-STUDENT-START.
           MOVE 0     TO WS-RK-SCORE.
           MOVE SPACE TO WS-RK-REASONS.
           MOVE 1     TO WS-RK-PTR.

           IF S-PROGR-FOUND(WS-STUDENT-IDX)
              AND S-PROGRESSION(WS-STUDENT-IDX) < 0
              ADD WS-RISK-W-PROGR TO WS-RK-SCORE
              MOVE S-PROGRESSION(WS-STUDENT-IDX) TO WS-PROGR-WORK
              STRING "BAISSE " WS-PROGR-WORK " / "
                     DELIMITED BY SIZE
                INTO WS-RK-REASONS WITH POINTER WS-RK-PTR
              END-STRING
           END-IF.

           IF S-ABS-UNJUST(WS-STUDENT-IDX) NOT < WS-SEUIL-ABS-NJ
              ADD WS-RISK-W-ABS TO WS-RK-SCORE
              MOVE S-ABS-UNJUST(WS-STUDENT-IDX) TO WS-RK-ABS-ED
              STRING "ABS NJ " WS-RK-ABS-ED " / "
                     DELIMITED BY SIZE
                INTO WS-RK-REASONS WITH POINTER WS-RK-PTR
              END-STRING
           END-IF.

      *Le seuil de passage est celui de la classe de l'étudiant.
           PERFORM 0355-SELECT-SEUILS-START
           THRU    0355-SELECT-SEUILS-END.
           MOVE 0 TO WS-RK-FAIL-CNT.
           IF S-COURSE-NBR(WS-STUDENT-IDX) > 0
              COMPUTE WS-RK-C-TO =
                      S-COURSE-1ST(WS-STUDENT-IDX) +
                      S-COURSE-NBR(WS-STUDENT-IDX) - 1
              PERFORM VARYING WS-COURSE-IDX
                           FROM S-COURSE-1ST(WS-STUDENT-IDX) BY 1
                           UNTIL WS-COURSE-IDX > WS-RK-C-TO
                   IF C-GRADE(WS-COURSE-IDX) < WS-APPL-PASSAGE
                      ADD 1 TO WS-RK-FAIL-CNT
                   END-IF
              END-PERFORM
           END-IF.
           IF WS-RK-FAIL-CNT > 0
              COMPUTE WS-RK-SCORE = WS-RK-SCORE +
                                    WS-RISK-W-FAIL * WS-RK-FAIL-CNT
              MOVE WS-APPL-PASSAGE TO WS-RK-PASS-ED
              STRING WS-RK-FAIL-CNT " MAT. < " WS-RK-PASS-ED " / "
                     DELIMITED BY SIZE
                INTO WS-RK-REASONS WITH POINTER WS-RK-PTR
              END-STRING
           END-IF.

      *Seconde session : note "08" appliquée ou lue pour son numéro.
           MOVE "N" TO WS-RK-RATTR-SW.
           IF S-RATTR(WS-STUDENT-IDX)
              SET WS-RK-RATTR TO TRUE
           END-IF.
           IF S-NBR(WS-STUDENT-IDX) > 0
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                                      UNTIL WS-RT-IDX > RATTR-LGHT
                   IF RT-NBR(WS-RT-IDX) = S-NBR(WS-STUDENT-IDX)
                      SET WS-RK-RATTR TO TRUE
                   END-IF
              END-PERFORM
           END-IF.
           IF WS-RK-RATTR
              ADD WS-RISK-W-RATTR TO WS-RK-SCORE
              STRING "2E SESSION / "
                     DELIMITED BY SIZE
                INTO WS-RK-REASONS WITH POINTER WS-RK-PTR
              END-STRING
           END-IF.

           IF WS-RK-SCORE < WS-RISK-SEUIL
              GO TO 0656-RISK-STUDENT-EXIT
           END-IF.

      *On retire le dernier séparateur des motifs.
           IF WS-RK-PTR > 3
              MOVE SPACE TO WS-RK-REASONS(WS-RK-PTR - 3:3)
           END-IF.

           IF RK-LGHT NOT < 999
              MOVE "RK-LGHT (999 eleves signales)" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.
           ADD 1 TO RK-LGHT.
           MOVE S-CLASS-CODE(WS-STUDENT-IDX) TO RK-CLASS-CODE(RK-LGHT).
           MOVE WS-RK-SCORE                  TO RK-SCORE(RK-LGHT).
           MOVE S-LASTNAME(WS-STUDENT-IDX)   TO RK-LASTNAME(RK-LGHT).
           MOVE S-FIRSTNAME(WS-STUDENT-IDX)  TO RK-FIRSTNAME(RK-LGHT).
           MOVE S-NBR(WS-STUDENT-IDX)        TO RK-NBR(RK-LGHT).
           MOVE WS-RK-REASONS                TO RK-REASONS(RK-LGHT).
           ADD 1 TO WS-RK-FLAG-CNT.

       0656-RISK-STUDENT-EXIT.
           EXIT.
       0656-RISK-STUDENT-END.

      *Paragraphe écrivant le bloc de la classe WS-CLASS-IDX : les
      *élèves signalés dans l'ordre des scores, puis leur nombre sur
      *                        l'effectif de la classe (appelant: 0655).
       0657-RISK-CLASS-START.
           MOVE SPACE TO REC-F-RISK.
           WRITE REC-F-RISK.
           PERFORM 9089-CHECK-RISK-STATUS-START
           THRU    9089-CHECK-RISK-STATUS-END.

           MOVE CL-CODE(WS-CLASS-IDX) TO WS-RSK-CLASS.
           MOVE WS-RSK-CLASS-LINE     TO REC-F-RISK.
           WRITE REC-F-RISK.
           PERFORM 9089-CHECK-RISK-STATUS-START
           THRU    9089-CHECK-RISK-STATUS-END.

           MOVE 0 TO WS-RK-CLASS-CNT.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                                      UNTIL WS-RK-IDX > RK-LGHT
                IF RK-CLASS-CODE(WS-RK-IDX) = CL-CODE(WS-CLASS-IDX)
                   IF WS-RK-CLASS-CNT = 0
                      MOVE WS-RSK-HDR TO REC-F-RISK
                      WRITE REC-F-RISK
                      PERFORM 9089-CHECK-RISK-STATUS-START
                      THRU    9089-CHECK-RISK-STATUS-END
                   END-IF
                   ADD 1 TO WS-RK-CLASS-CNT
                   MOVE RK-SCORE(WS-RK-IDX)     TO WS-RSK-SCORE
                   MOVE RK-NBR(WS-RK-IDX)       TO WS-RSK-NBR
                   MOVE RK-LASTNAME(WS-RK-IDX)  TO WS-RSK-LASTNAME
                   MOVE RK-FIRSTNAME(WS-RK-IDX) TO WS-RSK-FIRSTNAME
                   MOVE RK-REASONS(WS-RK-IDX)   TO WS-RSK-REASONS
                   MOVE WS-RSK-LINE TO REC-F-RISK
                   WRITE REC-F-RISK
                   PERFORM 9089-CHECK-RISK-STATUS-START
                   THRU    9089-CHECK-RISK-STATUS-END
                END-IF
           END-PERFORM.

           IF WS-RK-CLASS-CNT = 0
              MOVE WS-RSK-NONE-LINE TO REC-F-RISK
           ELSE
              MOVE WS-RK-CLASS-CNT              TO WS-RSK-CNT
              MOVE CL-STUDENT-NBR(WS-CLASS-IDX) TO WS-RSK-EFF
              MOVE WS-RSK-CNT-LINE              TO REC-F-RISK
           END-IF.
           WRITE REC-F-RISK.
           PERFORM 9089-CHECK-RISK-STATUS-START
           THRU    9089-CHECK-RISK-STATUS-END.

           EXIT.
       0657-RISK-CLASS-END.

      *Paragraphe ajoutant la ligne de fin d'exécution au journal de
      *marche cumulatif : date et heure, période et année du lot,
      *comptages lus et écrits, et code retour final. Le même journal
           MOVE WS-PAGE-CNT         TO WS-RL-PAGES.
           MOVE WS-EXTRACT-CNT      TO WS-RL-EXTRACT.
           MOVE WS-FINAL-RC         TO WS-RL-RC.
           MOVE WS-HELD-PAGE-CNT    TO WS-RL-HELD.
           MOVE WS-RUNLOG-LINE      TO REC-F-RUNLOG.
           WRITE REC-F-RUNLOG.
           PERFORM 9098-CHECK-RUNLOG-STATUS-START
           EXIT.
       0680-RUNLOG-END.

      *Paragraphe produisant le rapport des élèves à risque seul, à
      *mi-trimestre avant le conseil : moyennes, progression et
      *seuils applicables sont calculés par 0300 sur le lot chargé,
      *puis seul riskreport.dat est écrit (0655). Le traitement
      *s'arrête ensuite : ni bulletins, ni export portail, ni
      *historique, ni point de reprise, ni journal de marche ne sont
      *touchés. Hors demande, rien à faire (appelant: mainline).
       0690-RISK-ONLY-START.
           IF NOT WS-RISK-ONLY-RUN
              GO TO 0690-RISK-ONLY-EXIT
           END-IF.

           PERFORM 0300-AVERAGE-START
           THRU    0300-AVERAGE-END.

           PERFORM 0655-RISK-REPORT-START
           THRU    0655-RISK-REPORT-END.

           DISPLAY "Rapport a risque seul termine : riskreport.dat".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0690-RISK-ONLY-EXIT.
           EXIT.
       0690-RISK-ONLY-END.

      *Paragraphe pilotant la simulation de politique : les résultats
      *sont calculés sous la politique en vigueur (param.dat) et
      *mémorisés, puis recalculés sous la politique proposée
      *(paramsim.dat) à partir des mêmes notes, et seul le rapport
      *comparatif est écrit. Le traitement s'arrête ensuite : ni
      *bulletins, ni export portail, ni historique, ni journal de
      *marche ne sont touchés. Hors simulation, rien à faire
      *                                        (appelant: mainline).
       0700-SIMULATION-START.
           IF NOT WS-SIMULATION-RUN
              GO TO 0700-SIMULATION-EXIT
           END-IF.

      *Politique en vigueur : résultats, mentions et rangs.
           PERFORM 0300-AVERAGE-START
           THRU    0300-AVERAGE-END.
           PERFORM 0710-SIM-SNAPSHOT-START
           THRU    0710-SIM-SNAPSHOT-END.
           MOVE "POLITIQUE ACTUELLE" TO WS-SP-LABEL.
           PERFORM 0745-SIM-POLICY-LINE-START
           THRU    0745-SIM-POLICY-LINE-END.
           MOVE WS-SIM-POL-LINE TO WS-SIM-POL-CUR.

      *Politique proposée, recalculée sur les notes d'origine.
           PERFORM 0720-SIM-RESET-START
           THRU    0720-SIM-RESET-END.
           PERFORM 0730-SIM-LOAD-PARAM-START
           THRU    0730-SIM-LOAD-PARAM-END.
           PERFORM 0300-AVERAGE-START
           THRU    0300-AVERAGE-END.
           MOVE "POLITIQUE PROPOSEE" TO WS-SP-LABEL.
           PERFORM 0745-SIM-POLICY-LINE-START
           THRU    0745-SIM-POLICY-LINE-END.
           MOVE WS-SIM-POL-LINE TO WS-SIM-POL-NEW.

           PERFORM 0740-SIM-REPORT-START
           THRU    0740-SIM-REPORT-END.

           DISPLAY "Simulation terminee : rapport simreport.dat, "
                   WS-SIM-CHG-TOTAL " changement(s) de categorie".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0700-SIMULATION-EXIT.
           EXIT.
       0700-SIMULATION-END.

      *Paragraphe mémorisant dans DATA-SIM la moyenne, le rang, le
      *résultat et la mention de chaque étudiant sous la politique
      *                            en vigueur (appelant: 0700).
       0710-SIM-SNAPSHOT-START.
           MOVE STUDENT-LGHT TO SIM-LGHT.
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                                   UNTIL WS-STUDENT-IDX > STUDENT-LGHT
                SET WS-SIM-IDX TO WS-STUDENT-IDX
                MOVE S-AVERAGE(WS-STUDENT-IDX) TO SM-AVERAGE(WS-SIM-IDX)
                MOVE S-RANK(WS-STUDENT-IDX)    TO SM-RANK(WS-SIM-IDX)
                MOVE S-RESULT(WS-STUDENT-IDX)  TO SM-RESULT(WS-SIM-IDX)
                MOVE S-MENTION(WS-STUDENT-IDX) TO SM-MENTION(WS-SIM-IDX)
           END-PERFORM.

           EXIT.
       0710-SIM-SNAPSHOT-END.

      *Paragraphe remettant les tableaux et la politique dans leur
      *état d'avant le premier calcul : les notes de seconde session
      *appliquées par 0370 sont retirées (l'ajournement dépend des
      *seuils), et la politique revient aux valeurs par défaut du
      *programme avant le chargement de la politique proposée, qui
      *                      la remplace entièrement (appelant: 0700).
       0720-SIM-RESET-START.
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
                                   UNTIL WS-COURSE-IDX > COURSE-LGHT
                IF C-RATTR-SW(WS-COURSE-IDX) = "O"
                   MOVE C-GRADE-S1(WS-COURSE-IDX)
                                   TO C-GRADE(WS-COURSE-IDX)
                   MOVE "N"        TO C-RATTR-SW(WS-COURSE-IDX)
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                                   UNTIL WS-STUDENT-IDX > STUDENT-LGHT
                MOVE "N" TO S-RATTR-SW(WS-STUDENT-IDX)
           END-PERFORM.
           MOVE 0 TO WS-RATTR-APPL-CNT.
           MOVE 0 TO WS-RATTR-SKIP-CNT.

           MOVE 10,00 TO WS-SEUIL-PASSAGE.
           MOVE 12,00 TO WS-SEUIL-AB.
           MOVE 14,00 TO WS-SEUIL-B.
           MOVE 16,00 TO WS-SEUIL-TB.
           MOVE 0     TO SEUILS-CL-LGHT.
           MOVE 0     TO GRP-LGHT.
           MOVE 0     TO GRPMAP-LGHT.
           MOVE "O"   TO WS-EXAEQUO-SW.
           MOVE 0     TO WS-PARAM-LINE-NBR.

           EXIT.
       0720-SIM-RESET-END.

      *Paragraphe chargeant la politique proposée : chaque ligne de
      *paramsim.dat passe par le même contrôle et le même rangement
      *que param.dat (0060), au travers de la zone d'enregistrement
      *                                 partagée (appelant: 0700).
       0730-SIM-LOAD-PARAM-START.
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
       0730-SIM-LOAD-PARAM-END.

      *Paragraphe écrivant le rapport comparatif : titre, les deux
      *politiques résumées, un bloc par classe du lot (0750) puis le
      *         total des changements de catégorie (appelant: 0700).
       0740-SIM-REPORT-START.
           OPEN OUTPUT F-SIMREPORT.

           MOVE WS-CURRENT-PERIOD TO WS-ST-PERIOD.
           MOVE WS-CURRENT-YEAR   TO WS-ST-YEAR.
           MOVE WS-SIM-TITLE      TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           MOVE WS-SIM-SUBTITLE   TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           MOVE WS-SIM-POL-CUR    TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           MOVE WS-SIM-POL-NEW    TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                                   UNTIL WS-CLASS-IDX > CLASS-LGHT
                PERFORM 0750-SIM-CLASS-START
                THRU    0750-SIM-CLASS-END
           END-PERFORM.

           MOVE AFF-ETOILE TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           MOVE "TOTAL ETUDIANTS CHANGEANT DE CATEGORIE :"
                                  TO WS-STL-LABEL.
           MOVE WS-SIM-CHG-TOTAL  TO WS-STL-CNT.
           MOVE WS-SIM-TOT-LINE   TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           CLOSE F-SIMREPORT.

           EXIT.
       0740-SIM-REPORT-END.

      *Paragraphe résumant sur une ligne la politique chargée :
      *seuils globaux, partage des ex-aequo, nombre de classes à
      *seuils propres et de pôles. Le libellé WS-SP-LABEL est posé
      *                                 par l'appelant (appelant: 0700).
       0745-SIM-POLICY-LINE-START.
           MOVE WS-SEUIL-PASSAGE TO WS-SP-PASSAGE.
           MOVE WS-SEUIL-AB      TO WS-SP-AB.
           MOVE WS-SEUIL-B       TO WS-SP-B.
           MOVE WS-SEUIL-TB      TO WS-SP-TB.
           MOVE WS-EXAEQUO-SW    TO WS-SP-EXAEQ.
           MOVE SEUILS-CL-LGHT   TO WS-SP-SCL.
           MOVE GRP-LGHT         TO WS-SP-GRP.

           EXIT.
       0745-SIM-POLICY-LINE-END.

      *Paragraphe écrivant le bloc de la classe WS-CLASS-IDX : les
      *étudiants qui changent de catégorie (0760), puis les effectifs
      *par catégorie sous les deux politiques avec l'écart, et le
      *                    nombre de rangs modifiés (appelant: 0740).
       0750-SIM-CLASS-START.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL WS-SC-IDX > 5
                MOVE 0 TO WS-SC-CUR(WS-SC-IDX)
                MOVE 0 TO WS-SC-NEW(WS-SC-IDX)
           END-PERFORM.
           MOVE 0 TO WS-SIM-CHG-CNT.
           MOVE 0 TO WS-SIM-RANK-CNT.

           MOVE AFF-ETOILE TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           MOVE CL-CODE(WS-CLASS-IDX)  TO WS-SCL-LN-CODE.
           MOVE CL-LABEL(WS-CLASS-IDX) TO WS-SCL-LN-LABEL.
           MOVE WS-SIM-CLASS-LINE      TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           MOVE WS-SIM-CHG-HDR TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                                   UNTIL WS-STUDENT-IDX > STUDENT-LGHT
                IF S-CLASS-CODE(WS-STUDENT-IDX) = CL-CODE(WS-CLASS-IDX)
                   PERFORM 0760-SIM-STUDENT-START
                   THRU    0760-SIM-STUDENT-END
                END-IF
           END-PERFORM.

           MOVE WS-SIM-CNT-HDR TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL WS-SC-IDX > 5
                MOVE WS-SIM-CAT-LABEL(WS-SC-IDX) TO WS-SN-LABEL
                MOVE WS-SC-CUR(WS-SC-IDX)        TO WS-SN-CUR
                MOVE WS-SC-NEW(WS-SC-IDX)        TO WS-SN-NEW
                COMPUTE WS-SIM-DELTA = WS-SC-NEW(WS-SC-IDX)
                                     - WS-SC-CUR(WS-SC-IDX)
                MOVE WS-SIM-DELTA                TO WS-SN-DELTA
                MOVE WS-SIM-CNT-LINE             TO REC-F-SIMREPORT
                WRITE REC-F-SIMREPORT
                PERFORM 9093-CHECK-SIMREPORT-STATUS-START
                THRU    9093-CHECK-SIMREPORT-STATUS-END
           END-PERFORM.

           MOVE "CHANGEMENTS DE CATEGORIE :" TO WS-STL-LABEL.
           MOVE WS-SIM-CHG-CNT    TO WS-STL-CNT.
           MOVE WS-SIM-TOT-LINE   TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           MOVE "RANGS MODIFIES :" TO WS-STL-LABEL.
           MOVE WS-SIM-RANK-CNT   TO WS-STL-CNT.
           MOVE WS-SIM-TOT-LINE   TO REC-F-SIMREPORT.
           WRITE REC-F-SIMREPORT.
           PERFORM 9093-CHECK-SIMREPORT-STATUS-START
           THRU    9093-CHECK-SIMREPORT-STATUS-END.

           EXIT.
       0750-SIM-CLASS-END.

      *Paragraphe comparant les deux résultats de l'étudiant
      *WS-STUDENT-IDX : effectifs par catégorie, rang modifié, et
      *ligne de détail lorsque la catégorie change (appelant: 0750).
       0760-SIM-STUDENT-START.
           SET WS-SIM-IDX TO WS-STUDENT-IDX.

           MOVE SM-RESULT(WS-SIM-IDX)  TO WS-SIM-RESULT.
           MOVE SM-MENTION(WS-SIM-IDX) TO WS-SIM-MENTION.
           PERFORM 0755-SIM-CATEGORY-START
           THRU    0755-SIM-CATEGORY-END.
           MOVE WS-SIM-CAT      TO WS-SIM-CAT-CUR.
           MOVE WS-SIM-MENT-IDX TO WS-SIM-MENT-CUR.
           IF WS-SIM-RESULT = "A"
              ADD 1 TO WS-SC-CUR(2)
           ELSE
              ADD 1 TO WS-SC-CUR(1)
           END-IF.
           IF WS-SIM-MENT-CUR > 0
              ADD 1 TO WS-SC-CUR(WS-SIM-MENT-CUR)
           END-IF.

           MOVE S-RESULT(WS-STUDENT-IDX)  TO WS-SIM-RESULT.
           MOVE S-MENTION(WS-STUDENT-IDX) TO WS-SIM-MENTION.
           PERFORM 0755-SIM-CATEGORY-START
           THRU    0755-SIM-CATEGORY-END.
           IF WS-SIM-RESULT = "A"
              ADD 1 TO WS-SC-NEW(2)
           ELSE
              ADD 1 TO WS-SC-NEW(1)
           END-IF.
           IF WS-SIM-MENT-IDX > 0
              ADD 1 TO WS-SC-NEW(WS-SIM-MENT-IDX)
           END-IF.

           IF S-RANK(WS-STUDENT-IDX) NOT = SM-RANK(WS-SIM-IDX)
              ADD 1 TO WS-SIM-RANK-CNT
           END-IF.

           IF WS-SIM-CAT NOT = WS-SIM-CAT-CUR
              ADD 1 TO WS-SIM-CHG-CNT
              ADD 1 TO WS-SIM-CHG-TOTAL
              MOVE S-LASTNAME(WS-STUDENT-IDX)  TO WS-SS-LASTNAME
              MOVE S-FIRSTNAME(WS-STUDENT-IDX) TO WS-SS-FIRSTNAME
              MOVE SM-AVERAGE(WS-SIM-IDX)      TO WS-SS-AVERAGE
              MOVE WS-SIM-CAT-CUR              TO WS-SS-CAT-CUR
              MOVE WS-SIM-CAT                  TO WS-SS-CAT-NEW
              MOVE SM-RANK(WS-SIM-IDX)         TO WS-SS-RANK-CUR
              MOVE S-RANK(WS-STUDENT-IDX)      TO WS-SS-RANK-NEW
              MOVE WS-SIM-STU-LINE             TO REC-F-SIMREPORT
              WRITE REC-F-SIMREPORT
              PERFORM 9093-CHECK-SIMREPORT-STATUS-START
              THRU    9093-CHECK-SIMREPORT-STATUS-END
           END-IF.

           EXIT.
       0760-SIM-STUDENT-END.

      *Paragraphe établissant la catégorie d'un résultat à partir de
      *WS-SIM-RESULT et WS-SIM-MENTION : libellé dans WS-SIM-CAT et
      *position de la mention dans WS-SIM-COUNTS (zéro sans mention)
      *                                          (appelant: 0760).
       0755-SIM-CATEGORY-START.
           MOVE 0 TO WS-SIM-MENT-IDX.

           IF WS-SIM-RESULT = "A"
              MOVE "Ajourne" TO WS-SIM-CAT
              GO TO 0755-SIM-CATEGORY-EXIT
           END-IF.

           EVALUATE WS-SIM-MENTION
             WHEN "Assez Bien"
               MOVE 3 TO WS-SIM-MENT-IDX
             WHEN "Bien"
               MOVE 4 TO WS-SIM-MENT-IDX
             WHEN "Tres Bien"
               MOVE 5 TO WS-SIM-MENT-IDX
           END-EVALUATE.

           IF WS-SIM-MENTION = SPACE
              MOVE "Recu"         TO WS-SIM-CAT
           ELSE
              MOVE WS-SIM-MENTION TO WS-SIM-CAT
           END-IF.

       0755-SIM-CATEGORY-EXIT.
           EXIT.
       0755-SIM-CATEGORY-END.

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
                     " inattendu, lecture F-PARAMSIM (0055/0730)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9006-CHECK-PARAMSIM-STATUS-END.

      *Vérifie que l'ouverture de la demande de rapport à risque seul
      *s'est terminée par un état OK ; sinon, abend avec le statut
      *                                       fichier observé.
       9007-CHECK-RISKONLY-STATUS-START.
           IF NOT F-RISKONLY-STATUS-OK
              STRING "Statut " F-RISKONLY-STATUS
                     " inattendu, ouverture F-RISKONLY (0057)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9007-CHECK-RISKONLY-STATUS-END.

      *Vérifie que la dernière lecture de F-INPUT s'est terminée par
      *un état OK ou par la fin de fichier attendue ; sinon, abend
      *                                 avec le statut fichier observé.
           EXIT.
       9082-CHECK-COVERAGE-STATUS-END.

      *Vérifie que la dernière écriture du rapport de complétude
      *              s'est terminée par un état OK ; sinon, abend avec le statut observé.
       9083-CHECK-COMPLETENESS-START.
           IF NOT F-COMPLETENESS-STATUS-OK
              STRING "Statut " F-COMPLETENESS-STATUS
                     " inattendu, écriture F-COMPLETENESS (0147)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9083-CHECK-COMPLETENESS-END.

      *Vérifie que la dernière lecture séquentielle du programme des
      *classes s'est terminée par un état OK ou par la fin de fichier
      *              attendue ; sinon, abend avec le statut fichier observé.
       9084-CHECK-CURRICULUM-READ-START.
           IF NOT F-CURRICULUM-STATUS-OK
              AND NOT F-CURRICULUM-STATUS-EOF
              STRING "Statut " F-CURRICULUM-STATUS
                     " inattendu, balayage F-CURRICULUM (0147)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9084-CHECK-CURRICULUM-READ-END.

      *Vérifie que la dernière écriture du rapport d'alerte assiduité
      *              s'est terminée par un état OK ; sinon, abend avec le statut observé.
       9085-CHECK-ATTENDANCE-STATUS-START.
           EXIT.
       9087-CHECK-CORRECTLOG-STATUS-END.

      *Vérifie que la dernière écriture du rapport d'harmonisation
      *s'est terminée par un état OK ; sinon, abend avec le statut
      *                                                  observé.
       9088-CHECK-HARMONIZE-STATUS-START.
           IF NOT F-HARMONIZE-STATUS-OK
              STRING "Statut " F-HARMONIZE-STATUS
                     " inattendu, écriture F-HARMONIZE (0675)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9088-CHECK-HARMONIZE-STATUS-END.

      *Vérifie que la dernière écriture du rapport des élèves à
      *risque s'est terminée par un état OK ; sinon, abend avec le
      *                                           statut observé.
       9089-CHECK-RISK-STATUS-START.
           IF NOT F-RISK-STATUS-OK
              STRING "Statut " F-RISK-STATUS
                     " inattendu, écriture F-RISK (0655)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9089-CHECK-RISK-STATUS-END.

      *Vérifie que la dernière écriture des bulletins individuels
      *              s'est terminée par un état OK ; sinon, abend avec le statut observé.
       9090-CHECK-BULLETIN-STATUS-START.
           EXIT.
       9091-CHECK-PORTAL-STATUS-END.

      *Vérifie que la dernière opération sur le registre des périodes
      *closes s'est terminée par un état OK ; sinon, abend avec le
      *                                           statut observé.
       9092-CHECK-CLOSING-STATUS-START.
           IF NOT F-CLOSING-STATUS-OK
              STRING "Statut " F-CLOSING-STATUS
                     " inattendu, lecture F-CLOSING (0180)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9092-CHECK-CLOSING-STATUS-END.

      *Vérifie que la dernière écriture du rapport comparatif de
      *simulation s'est terminée par un état OK ; sinon, abend avec
      *                                          le statut observé.
       9093-CHECK-SIMREPORT-STATUS-START.
           IF NOT F-SIMREPORT-STATUS-OK
              STRING "Statut " F-SIMREPORT-STATUS
                     " inattendu, écriture F-SIMREPORT (0740)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9093-CHECK-SIMREPORT-STATUS-END.

      *Vérifie que la dernière écriture du rapport de direction
      *              s'est terminée par un état OK ; sinon, abend avec le statut observé.
       9095-CHECK-SUMMARY-STATUS-START.
