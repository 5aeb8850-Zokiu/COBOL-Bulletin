      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. curriculummaint.
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
      *Programme des classes, indexé par code classe et libellé
      *canonique : matières obligatoires de chaque classe et leur
      *coefficient officiel, lu par le traitement des bulletins pour
      *                 contrôler la complétude des classes.
           SELECT F-CURRICULUM
               ASSIGN TO 'curriculum.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS CU-KEY
               FILE STATUS IS F-CURRICULUM-STATUS.

      *Catalogue des matières, indexé par libellé canonique : une
      *matière n'entre au programme d'une classe que si son libellé
      *                                      existe au catalogue.
           SELECT F-CATALOG
               ASSIGN TO 'catalog.dat'
               ACCESS MODE IS RANDOM
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAT-LABEL
               FILE STATUS IS F-CATALOG-STATUS.

      *Mouvements de mise à jour du programme : ajout, modification
      *          ou suppression d'une matière au programme d'une classe.
           SELECT F-TRANSAC
               ASSIGN TO 'curtransac.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRANSAC-STATUS.

      *Compte-rendu de la mise à jour : comptages par type de
      *                     mouvement et détail des mouvements refusés.
           SELECT F-MAINT-REPORT
               ASSIGN TO 'curreport.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MAINT-REPORT-STATUS.

      ******************************************************************
      *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *
      ******************************************************************
       FILE SECTION.

       FD  F-CURRICULUM
           RECORD CONTAINS 28 CHARACTERS.

       01  REC-F-CURRICULUM.
           03 CU-KEY.
               05 CU-CLASS-CODE  PIC X(05).
               05 CU-LABEL       PIC X(21).
           03 CU-COEF            PIC 9(01)V9(01).

       FD  F-CATALOG
           RECORD CONTAINS 48 CHARACTERS.

       01  REC-F-CATALOG.
           03 CAT-LABEL          PIC X(21).
           03 CAT-CODE           PIC X(05).
           03 CAT-TEACHER        PIC X(20).
           03 CAT-HOURS          PIC 9(02).

      *Enregistrement de mouvement : code "A" (ajout), "M"
      *(modification) ou "S" (suppression), puis le code classe, le
      *libellé canonique et le coefficient officiel "9,9" (lu en
      *                          texte et contrôlé avant conversion).
       FD  F-TRANSAC
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-TRANSAC.
           03 TX-CODE            PIC X(01).
           03 TX-CLASS-CODE      PIC X(05).
           03 TX-LABEL           PIC X(21).
           03 TX-COEF            PIC X(03).

       FD  F-MAINT-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MAINT-REPORT    PIC X(80).

      ******************************************************************
      *
      ******************************************************************
       WORKING-STORAGE SECTION.

      *Flag gérant la lecture/écriture du programme. Statut 35 :
      *fichier encore jamais créé ; statut 22 : doublon de clé ;
      *                             statut 23 : clé non trouvée.
       01  F-CURRICULUM-STATUS   PIC X(02) VALUE SPACE.
           88 F-CURRICULUM-STATUS-OK      VALUE '00'.
           88 F-CURRICULUM-STATUS-DUP     VALUE '22'.
           88 F-CURRICULUM-STATUS-NOTFND  VALUE '23'.
           88 F-CURRICULUM-STATUS-ABSENT  VALUE '35'.

      *Flag gérant la lecture du catalogue. Statut 23 : libellé
      *                                      inconnu au catalogue.
       01  F-CATALOG-STATUS      PIC X(02) VALUE SPACE.
           88 F-CATALOG-STATUS-OK       VALUE '00'.
           88 F-CATALOG-STATUS-NOTFND   VALUE '23'.

      *Flag gérant la lecture du fichier de mouvements.
       01  F-TRANSAC-STATUS      PIC X(02) VALUE SPACE.
           88 F-TRANSAC-STATUS-OK       VALUE '00'.
           88 F-TRANSAC-STATUS-EOF      VALUE '10'.
           88 F-TRANSAC-STATUS-ABSENT   VALUE '35'.

      *Flag gérant l'écriture du compte-rendu.
       01  F-MAINT-REPORT-STATUS PIC X(02) VALUE SPACE.
           88 F-MAINT-REPORT-STATUS-OK  VALUE '00'.

      *Compteur de la position (numéro de ligne) dans F-TRANSAC.
       77  WS-TX-LINE-NBR        PIC 9(06) VALUE 0.

      *Comptages des mouvements appliqués et refusés.
       77  WS-ADD-CNT            PIC 9(06) VALUE 0.
       77  WS-MOD-CNT            PIC 9(06) VALUE 0.
       77  WS-DEL-CNT            PIC 9(06) VALUE 0.
       77  WS-ERR-CNT            PIC 9(06) VALUE 0.

      *Libellé de la cause de l'arrêt anormal, affiché par 9000.
       01  WS-ABEND-LIMIT        PIC X(60) VALUE SPACE.

      *Indique que la matière portée par le mouvement courant est
      *recevable (0215) : le programme fait foi pour la complétude
      *          des bulletins et ne doit pas recevoir de valeurs invalides.
       01  WS-TX-VALID-SW        PIC X(01) VALUE "O".
           88 WS-TX-VALID           VALUE "O".

      *Coefficient officiel converti depuis le texte "9,9" du
      *                                     mouvement (0215).
       01  WS-TX-COEF            PIC 9(01)V9(01).
       01  WS-TX-COEF-ENT        PIC 9(01).
       01  WS-TX-COEF-DEC        PIC 9(01).

      *Groupe de variable pour l'édition du compte-rendu.
           01 WS-MAINT-TITLE      PIC X(36)
              VALUE "MISE A JOUR DU PROGRAMME DES CLASSES".
           01 WS-MAINT-ERR-LINE.
               05 WS-ME-LINE-NBR  PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ME-CODE      PIC X(01).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ME-CLASS     PIC X(05).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ME-LABEL     PIC X(21).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ME-CAUSE     PIC X(40).
           01 WS-MAINT-CNT-LINE.
               05 WS-MC-LABEL     PIC X(16).
               05 FILLER          PIC X(03) VALUE " : ".
               05 WS-MC-CNT       PIC Z(05)9.

      ******************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.

      *Appel d'un paragraphe pour l'ouverture des fichiers.
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

      *Paragraphe gérant l'ouverture des fichiers. Un programme
      *encore jamais créé est initialisé vide avant d'être rouvert en
      *mise à jour. Le catalogue est indispensable : sans lui, aucun
      *                              libellé ne peut être validé.
       0100-OPEN-START.
           OPEN I-O F-CURRICULUM.

           IF F-CURRICULUM-STATUS-ABSENT
              OPEN OUTPUT F-CURRICULUM
              PERFORM 9010-CHECK-CURRICULUM-STATUS-START
              THRU    9010-CHECK-CURRICULUM-STATUS-END
              CLOSE F-CURRICULUM
              OPEN I-O F-CURRICULUM
           END-IF.
           PERFORM 9010-CHECK-CURRICULUM-STATUS-START
           THRU    9010-CHECK-CURRICULUM-STATUS-END.

           OPEN INPUT F-CATALOG.
           IF NOT F-CATALOG-STATUS-OK
              STRING "Statut " F-CATALOG-STATUS
                     " a l'ouverture du catalogue"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           OPEN INPUT F-TRANSAC.
           IF F-TRANSAC-STATUS-ABSENT
              MOVE "Fichier de mouvements absent" TO WS-ABEND-LIMIT
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           OPEN OUTPUT F-MAINT-REPORT.

           MOVE WS-MAINT-TITLE TO REC-F-MAINT-REPORT.
           WRITE REC-F-MAINT-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.

           EXIT.
       0100-OPEN-END.

      *Paragraphe gérant la lecture des mouvements et leur
      *application un à un au programme via 0210.
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

      *Paragraphe appliquant le mouvement courant selon son code :
      *ajout (WRITE), modification (READ puis REWRITE) ou suppression
      *(DELETE). Un refus (doublon, matière absente du programme,
      *code, libellé ou coefficient invalide) est signalé dans le
      *           compte-rendu sans interrompre le traitement.
       0210-APPLY-ONE-START.
           IF TX-CLASS-CODE = SPACE OR TX-LABEL = SPACE
              MOVE "CLASSE OU LIBELLE DE MATIERE A BLANC"
                                     TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              GO TO 0210-APPLY-ONE-EXIT
           END-IF.

      *La matière portée par un ajout ou une modification doit être
      *recevable avant d'entrer au programme : c'est lui qui fera
      *                     foi pour la complétude des bulletins.
           IF TX-CODE = "A" OR TX-CODE = "M"
              PERFORM 0215-CHECK-COURSE-START
              THRU    0215-CHECK-COURSE-END
              IF NOT WS-TX-VALID
                 GO TO 0210-APPLY-ONE-EXIT
              END-IF
           END-IF.

           EVALUATE TX-CODE
             WHEN "A"
               MOVE TX-CLASS-CODE  TO CU-CLASS-CODE
               MOVE TX-LABEL       TO CU-LABEL
               MOVE WS-TX-COEF     TO CU-COEF
               WRITE REC-F-CURRICULUM
                 INVALID KEY
                   MOVE "MATIERE DEJA AU PROGRAMME DE LA CLASSE"
                                       TO WS-ME-CAUSE
                   PERFORM 0220-REPORT-ERROR-START
                   THRU    0220-REPORT-ERROR-END
                 NOT INVALID KEY
      *Une erreur d'entrée-sortie non liée à la clé ne déclenche pas
      *     INVALID KEY : on contrôle le statut avant de compter.
                   PERFORM 9010-CHECK-CURRICULUM-STATUS-START
                   THRU    9010-CHECK-CURRICULUM-STATUS-END
                   ADD 1 TO WS-ADD-CNT
               END-WRITE
             WHEN "M"
               MOVE TX-CLASS-CODE TO CU-CLASS-CODE
               MOVE TX-LABEL      TO CU-LABEL
               READ F-CURRICULUM
                 INVALID KEY
                   MOVE "MATIERE HORS PROGRAMME DE LA CLASSE"
                                       TO WS-ME-CAUSE
                   PERFORM 0220-REPORT-ERROR-START
                   THRU    0220-REPORT-ERROR-END
                 NOT INVALID KEY
                   PERFORM 9010-CHECK-CURRICULUM-STATUS-START
                   THRU    9010-CHECK-CURRICULUM-STATUS-END
                   MOVE WS-TX-COEF TO CU-COEF
                   REWRITE REC-F-CURRICULUM
                   PERFORM 9010-CHECK-CURRICULUM-STATUS-START
                   THRU    9010-CHECK-CURRICULUM-STATUS-END
                   ADD 1 TO WS-MOD-CNT
               END-READ
             WHEN "S"
               MOVE TX-CLASS-CODE TO CU-CLASS-CODE
               MOVE TX-LABEL      TO CU-LABEL
               DELETE F-CURRICULUM
                 INVALID KEY
                   MOVE "MATIERE HORS PROGRAMME DE LA CLASSE"
                                       TO WS-ME-CAUSE
                   PERFORM 0220-REPORT-ERROR-START
                   THRU    0220-REPORT-ERROR-END
                 NOT INVALID KEY
                   PERFORM 9010-CHECK-CURRICULUM-STATUS-START
                   THRU    9010-CHECK-CURRICULUM-STATUS-END
                   ADD 1 TO WS-DEL-CNT
               END-DELETE
             WHEN OTHER
               MOVE "CODE MOUVEMENT INCONNU" TO WS-ME-CAUSE
               PERFORM 0220-REPORT-ERROR-START
               THRU    0220-REPORT-ERROR-END
           END-EVALUATE.

       0210-APPLY-ONE-EXIT.
           EXIT.
       0210-APPLY-ONE-END.

      *Paragraphe contrôlant la matière portée par un mouvement
      *d'ajout ou de modification : libellé connu au catalogue des
      *matières et coefficient de la forme "9,9" non nul, converti
      *dans WS-TX-COEF. La première règle enfreinte refuse le
      *mouvement via 0220 et positionne WS-TX-VALID-SW à "N" ; les
      *             règles suivantes ne sont pas vues (appelant: 0210).
       0215-CHECK-COURSE-START.
           MOVE "O" TO WS-TX-VALID-SW.
           MOVE 0   TO WS-TX-COEF.

           MOVE TX-LABEL TO CAT-LABEL.
           READ F-CATALOG.
           EVALUATE TRUE
             WHEN F-CATALOG-STATUS-OK
               CONTINUE
             WHEN F-CATALOG-STATUS-NOTFND
               MOVE "LIBELLE INCONNU AU CATALOGUE" TO WS-ME-CAUSE
               PERFORM 0220-REPORT-ERROR-START
               THRU    0220-REPORT-ERROR-END
               MOVE "N" TO WS-TX-VALID-SW
               GO TO 0215-CHECK-COURSE-EXIT
             WHEN OTHER
               STRING "Statut " F-CATALOG-STATUS
                      " inattendu, lecture F-CATALOG (0215)"
                 INTO WS-ABEND-LIMIT
               END-STRING
               PERFORM 9000-ABEND-START
               THRU    9000-ABEND-END
           END-EVALUATE.

           IF TX-COEF(1:1) IS NOT NUMERIC
              OR TX-COEF(2:1) NOT = ","
              OR TX-COEF(3:1) IS NOT NUMERIC
              MOVE "COEFFICIENT OFFICIEL INVALIDE" TO WS-ME-CAUSE
              PERFORM 0220-REPORT-ERROR-START
              THRU    0220-REPORT-ERROR-END
              MOVE "N" TO WS-TX-VALID-SW
           ELSE
              MOVE TX-COEF(1:1) TO WS-TX-COEF-ENT
              MOVE TX-COEF(3:1) TO WS-TX-COEF-DEC
              COMPUTE WS-TX-COEF = WS-TX-COEF-ENT + WS-TX-COEF-DEC / 10
              IF WS-TX-COEF = 0
                 MOVE "COEFFICIENT OFFICIEL NUL" TO WS-ME-CAUSE
                 PERFORM 0220-REPORT-ERROR-START
                 THRU    0220-REPORT-ERROR-END
                 MOVE "N" TO WS-TX-VALID-SW
              END-IF
           END-IF.

       0215-CHECK-COURSE-EXIT.
           EXIT.
       0215-CHECK-COURSE-END.

      *Paragraphe signalant le mouvement refusé dans le compte-rendu
      *                 et comptant le refus (appelant: 0210).
       0220-REPORT-ERROR-START.
           MOVE WS-TX-LINE-NBR   TO WS-ME-LINE-NBR.
           MOVE TX-CODE          TO WS-ME-CODE.
           MOVE TX-CLASS-CODE    TO WS-ME-CLASS.
           MOVE TX-LABEL         TO WS-ME-LABEL.
           MOVE WS-MAINT-ERR-LINE TO REC-F-MAINT-REPORT.
           WRITE REC-F-MAINT-REPORT.
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END.
           ADD 1 TO WS-ERR-CNT.

           EXIT.
       0220-REPORT-ERROR-END.

      *Paragraphe écrivant les comptages du compte-rendu puis
      *                                     fermant les fichiers.
       0300-CLOSE-START.
           MOVE "AJOUTS"        TO WS-MC-LABEL
           MOVE WS-ADD-CNT      TO WS-MC-CNT
           MOVE WS-MAINT-CNT-LINE TO REC-F-MAINT-REPORT
           WRITE REC-F-MAINT-REPORT
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "MODIFICATIONS"  TO WS-MC-LABEL
           MOVE WS-MOD-CNT      TO WS-MC-CNT
           MOVE WS-MAINT-CNT-LINE TO REC-F-MAINT-REPORT
           WRITE REC-F-MAINT-REPORT
           PERFORM 9030-CHECK-REPORT-STATUS-START
           THRU    9030-CHECK-REPORT-STATUS-END

           MOVE "SUPPRESSIONS"  TO WS-MC-LABEL
           MOVE WS-DEL-CNT      TO WS-MC-CNT
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
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE F-CURRICULUM.
           CLOSE F-CATALOG.
           CLOSE F-TRANSAC.
           CLOSE F-MAINT-REPORT.

           EXIT.
       0300-CLOSE-END.

      ******************************************************************
      *
      ******************************************************************

      *Paragraphe d'arrêt anormal : affiche la cause puis termine
      *                                  le traitement par STOP RUN.
       9000-ABEND-START.
           DISPLAY "*** ARRET ANORMAL DU PROGRAMME curriculummaint ***".
           DISPLAY "Cause : " WS-ABEND-LIMIT.
           DISPLAY "Mouvement en cours : " WS-TX-LINE-NBR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9000-ABEND-END.

      *Vérifie que la dernière opération sur le programme s'est
      *              terminée par un état OK ; sinon, abend avec le statut observé.
       9010-CHECK-CURRICULUM-STATUS-START.
           IF NOT F-CURRICULUM-STATUS-OK
              STRING "Statut " F-CURRICULUM-STATUS
                     " inattendu, programme (curriculummaint)"
                INTO WS-ABEND-LIMIT
              END-STRING
              PERFORM 9000-ABEND-START
              THRU    9000-ABEND-END
           END-IF.

           EXIT.
       9010-CHECK-CURRICULUM-STATUS-END.

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

      *Vérifie que la dernière écriture du compte-rendu s'est
      *              terminée par un état OK ; sinon, abend avec le statut observé.
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
