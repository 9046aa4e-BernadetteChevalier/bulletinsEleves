      * pour le programme d'édition des bulletins. Il remplace
      * l'assemblage manuel, première source d'enregistrements
      * rejetés "COURS SANS ELEVE".
      * Chaque professeur reçoit en retour une fiche de vérification
      * (retour-<fichier de notes>) : par classe notée, tous les
      * inscrits avec la note fusionnée ou l'absence de note, puis
      * ses notes rejetées - à viser avant le conseil.
      * Les données de vie scolaire (export du bureau de la vie
      * scolaire : absences, retards, conduite) et les décisions du
      * conseil de classe (fichier du secrétariat) sont rattachées
      * par INE aux inscrits et écrites en type 4 et type 5 à la
      * suite de leurs type 2.

      ******************************************************************
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTES-PROF-STATUS.

      * Fiche de retour du professeur courant : nom construit depuis
      * l'enregistrement 'T' (retour-<fichier de notes>, assignation
      * dynamique comme le fichier de notes)
           SELECT F-RETOUR
               ASSIGN TO DYNAMIC WS-RETOUR-FICHIER
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RETOUR-STATUS.

      * Fichier des effectifs : un enregistrement par inscrit (même
      * dessin que pour le programme d'édition des bulletins) - c'est
      * le registre contre lequel les notes sont fusionnées, il est
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EFFECTIFS-STATUS.

      * Export du bureau de la vie scolaire : un enregistrement par
      * élève (INE, demi-journées d'absence justifiées et non
      * justifiées, retards, remarque de conduite) - absent avant la
      * clôture des absences : la collecte continue sans type 4
           SELECT F-VIE-SCOLAIRE
               ASSIGN TO 'viescolaire.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-VIE-SCOLAIRE-STATUS.

      * Décisions du conseil de classe saisies par le secrétariat : un
      * enregistrement par élève (INE, décision, orientation,
      * appréciation générale) - absent pour l'édition provisoire
      * d'avant conseil : la collecte continue sans type 5
           SELECT F-CONSEIL
               ASSIGN TO 'conseil.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONSEIL-STATUS.

      * Fichier d'entrée du programme d'édition des bulletins, produit
      * par cette collecte dans l'ordre strict attendu : type 3 par
      * classe, puis type 1 par élève suivi de ses type 2
      * Fichier de notes d'un professeur : une note par enregistrement,
      * mêmes champs que les cours de type 2, précédés de la classe et
      * de l'identité de l'élève (INE, ou nom tronqué si l'INE n'est
      * pas connu du professeur). Le statut (NOTE, ABS, DISP, NN) est
      * facultatif : à blanc, la note est une note ordinaire
       FD  F-NOTES-PROF
           RECORD CONTAINS 99 CHARACTERS
           RECORDING MODE IS F.

       01  REC-NOTE-PROF.
           03 R-N-COEF             PIC 99,9.
           03 R-N-GRADE            PIC 99,99.
           03 R-N-APPRECIATION     PIC X(30).
           03 R-N-STATUT           PIC X(04).

      * Fiche de retour d'un professeur : enregistrements longueur
      * fixe de 132 caractères (une ligne par enregistrement)
       FD  F-RETOUR
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RETOUR            PIC X(132).

      * Fichier des effectifs : un enregistrement par inscrit (classe,
      * nom, prénom dans le même format tronqué que les type 1, et
           03 R-E-FIRSTNAME        PIC X(07).
           03 R-E-INE              PIC X(11).

      * Export de la vie scolaire : enregistrements longueur fixe de
      * 60 caractères, mêmes champs que le type 4 précédés de l'INE
       FD  F-VIE-SCOLAIRE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  REC-VIE-SCOLAIRE.
           03 R-V-INE              PIC X(11).
           03 R-V-ABS-JUST         PIC 9(03).
           03 R-V-ABS-NJUST        PIC 9(03).
           03 R-V-RETARDS          PIC 9(03).
           03 R-V-CONDUITE         PIC X(40).

      * Décisions du conseil : enregistrements longueur fixe de 131
      * caractères, mêmes champs que le type 5 précédés de l'INE
       FD  F-CONSEIL
           RECORD CONTAINS 131 CHARACTERS
           RECORDING MODE IS F.

       01  REC-DECISION-CONSEIL.
           03 R-D-INE              PIC X(11).
           03 R-D-DECISION         PIC X(30).
           03 R-D-ORIENTATION      PIC X(30).
           03 R-D-APPRECIATION     PIC X(60).

      * Fichier produit : enregistrements de longueur variable, au
      * dessin exact attendu par le programme d'édition des bulletins
       FD  F-INPUT
           03 R-COEF               PIC 99,9.
           03 R-GRADE              PIC 99,99.
           03 R-APPRECIATION       PIC X(30).
           03 R-C-STATUT           PIC X(04).

       01  REC-OUT-ABSENCE.
           03 R-A-KEY              PIC 9(02).
           03 R-ABS-JUST           PIC 9(03).
           03 R-ABS-NJUST          PIC 9(03).
           03 R-RETARDS            PIC 9(03).
           03 R-CONDUITE           PIC X(40).

       01  REC-OUT-CONSEIL.
           03 R-CS-KEY             PIC 9(02).
           03 R-CS-DECISION        PIC X(30).
           03 R-CS-ORIENTATION     PIC X(30).
           03 R-CS-APPRECIATION    PIC X(60).

      * Enregistrement de contrôle de fin de fichier (type 9, en
      * dernière position) : comptages par type, vérifiés par le
      * programme d'édition en fin de chargement - une copie tronquée
      * d'input.dat est ainsi détectée au lieu d'éditer un lot
      * incomplet.
       01  REC-OUT-TRAILER.
           03 R-T-KEY              PIC 9(02).
           03 R-T-CPT1             PIC 9(05).
           88 F-NOTES-PROF-STATUS-EOF     VALUE '10'.
           88 F-NOTES-PROF-STATUS-NOFILE  VALUE '35'.

       01  F-RETOUR-STATUS         PIC X(02) VALUE SPACE.
           88 F-RETOUR-STATUS-OK          VALUE '00'.

       01  F-EFFECTIFS-STATUS      PIC X(02) VALUE SPACE.
           88 F-EFFECTIFS-STATUS-OK       VALUE '00'.
           88 F-EFFECTIFS-STATUS-EOF      VALUE '10'.
           88 F-EFFECTIFS-STATUS-NOFILE   VALUE '35'.

       01  F-VIE-SCOLAIRE-STATUS   PIC X(02) VALUE SPACE.
           88 F-VIE-SCOLAIRE-STATUS-OK    VALUE '00'.
           88 F-VIE-SCOLAIRE-STATUS-EOF   VALUE '10'.
           88 F-VIE-SCOLAIRE-STATUS-NOFILE VALUE '35'.

       01  F-CONSEIL-STATUS        PIC X(02) VALUE SPACE.
           88 F-CONSEIL-STATUS-OK         VALUE '00'.
           88 F-CONSEIL-STATUS-EOF        VALUE '10'.
           88 F-CONSEIL-STATUS-NOFILE     VALUE '35'.

       01  F-INPUT-STATUS          PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK           VALUE '00'.

      * Nom du fichier de notes du professeur courant (assignation
      * dynamique de F-NOTES-PROF)
       01  WS-PROF-FICHIER            PIC X(40) VALUE SPACES.
      * Nom de la fiche de retour du professeur courant (assignation
      * dynamique de F-RETOUR)
       01  WS-RETOUR-FICHIER          PIC X(48) VALUE SPACES.

      * En-tête de lot (enregistrement 'E' de professeurs.dat) :
      * établissement, trimestre et date repris dans chaque type 3
               15 WS-CRS-GRADE        PIC 99,99.
               15 WS-CRS-APPRECIATION PIC X(30).
               15 WS-CRS-PROF         PIC 9(02).
               15 WS-CRS-STATUT       PIC X(04).
                  88 WS-CRS-NOTE      VALUE 'NOTE'.
      * Vie scolaire (futur type 4) et décision du conseil (futur
      * type 5) rattachées par INE - indicateur à 'Y' quand reçues
             10 WS-EF-VIESCO          PIC X(01).
                88 WS-EF-A-VIESCO     VALUE 'Y'.
             10 WS-EF-ABS-JUST        PIC 9(03).
             10 WS-EF-ABS-NJUST       PIC 9(03).
             10 WS-EF-RETARDS         PIC 9(03).
             10 WS-EF-CONDUITE        PIC X(40).
             10 WS-EF-CONSEIL         PIC X(01).
                88 WS-EF-A-CONSEIL    VALUE 'Y'.
             10 WS-EF-CS-DECISION     PIC X(30).
             10 WS-EF-CS-ORIENT       PIC X(30).
             10 WS-EF-CS-APPREC       PIC X(60).

      * Professeur courant (numéro d'ordre dans professeurs.dat, nom,
      * compteurs de fusion) et classes vues dans son fichier - un
                                      PIC X(01).
              88 WS-PROF-CL-EST-VUE   VALUE 'Y'.

      * Notes rejetées du professeur courant, gardées pour sa fiche
      * de retour : motif et enregistrement tel que reçu (au-delà de
      * 200, seul le nombre est repris sur la fiche)
       01  WS-DATA-REJETS.
           05 WS-REJ-LGHT             PIC 9(03) VALUE 0.
              *> Nombre de rejets gardés
           05 WS-REJET-T OCCURS 1 TO 200 TIMES
                                       DEPENDING ON WS-REJ-LGHT.
             10 WS-RJ-MOTIF           PIC X(20).
             10 WS-RJ-NOTE            PIC X(99).
       01  WS-REJ-DEBORD              PIC 9(05) VALUE 0.
       01  WS-RJ-MOTIF-COURANT        PIC X(20) VALUE SPACES.
      * Vue d'un rejet gardé, au dessin de REC-NOTE-PROF
       01  WS-RJ-DETAIL.
           05 WS-RJD-CLASS            PIC X(10).
           05 WS-RJD-INE              PIC X(11).
           05 WS-RJD-LASTNAME         PIC X(07).
           05 WS-RJD-FIRSTNAME        PIC X(07).
           05 WS-RJD-LABEL            PIC X(21).
           05 WS-RJD-COEF             PIC X(04).
           05 WS-RJD-GRADE            PIC X(05).
           05 WS-RJD-APPRECIATION     PIC X(30).
           05 WS-RJD-STATUT           PIC X(04).

      * Fiche de retour : ligne en cours de construction, ligne
      * détail d'un inscrit (identité, matière, coef, note,
      * appréciation) et compteurs d'une classe
       01  WS-RETOUR-LIGNE            PIC X(132) VALUE SPACES.
       01  WS-LIGNE-RETOUR.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WS-LR-LASTNAME          PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LR-FIRSTNAME         PIC X(07).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-INE               PIC X(11).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-LABEL             PIC X(21).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-COEF              PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-GRADE             PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LR-APPRECIATION      PIC X(30).
           05 FILLER                  PIC X(33) VALUE SPACES.
       01  WS-RET-CPT-INSCRITS        PIC 9(04) VALUE 0.
       01  WS-RET-CPT-NOTES           PIC 9(04) VALUE 0.
       01  WS-RET-CPT-SANS-NOTE       PIC 9(04) VALUE 0.

      * Index utilisé pour parcourir les inscrits
       77  WS-IDX-EF                  PIC 9(04).
      * Index utilisé pour parcourir les classes
       77  WS-IDX-CL                  PIC 9(02).
      * Index utilisé pour parcourir les notes d'un inscrit
       77  WS-IDX-C                   PIC 9(02).
      * Index utilisé pour parcourir les rejets d'un professeur
       77  WS-IDX-RJ                  PIC 9(03).
      * Résultats des recherches dans les tables (0 = non trouvé)
       77  WS-CL-TROUVEE              PIC 9(02).
       77  WS-EF-TROUVE               PIC 9(04).
      * Recherche par INE (vie scolaire, conseil) : INE cherché, nom
      * du fichier en cours pour les messages, nombre d'inscrits
      * portant cet INE (plus d'un = INE en double au registre)
       01  WS-INE-CHERCHE             PIC X(11) VALUE SPACES.
       01  WS-INE-FICHIER             PIC X(16) VALUE SPACES.
       77  WS-INE-NB-TROUVES          PIC 9(04).
      * Indique si l'inscrit courant porte au moins une note du
      * professeur courant
       01  WS-A-NOTE-SWITCH           PIC X(01) VALUE 'N'.
           05 WS-CPT-REC-TYPE2        PIC 9(05) VALUE 0.
           05 WS-CPT-REC-TYPE3        PIC 9(05) VALUE 0.
           05 WS-CPT-SANS-AUCUNE-NOTE PIC 9(05) VALUE 0.
           05 WS-CPT-RETOURS          PIC 9(03) VALUE 0.
           05 WS-CPT-VIESCO-LUS       PIC 9(05) VALUE 0.
           05 WS-CPT-VIESCO-REJETS    PIC 9(05) VALUE 0.
           05 WS-CPT-CONSEIL-LUS      PIC 9(05) VALUE 0.
           05 WS-CPT-CONSEIL-REJETS   PIC 9(05) VALUE 0.
           05 WS-CPT-REC-TYPE4        PIC 9(05) VALUE 0.
           05 WS-CPT-REC-TYPE5        PIC 9(05) VALUE 0.
           05 WS-CPT-NON-REPRIS       PIC 9(05) VALUE 0.

      * Date et heure du run, relevées à l'ouverture du rapport et
      * reprises dans son en-tête daté
       PERFORM 0200-LIRE-PROFESSEURS-DEB
           THRU 0200-LIRE-PROFESSEURS-FIN.

      * Rattachement par INE des données de vie scolaire et des
      * décisions du conseil de classe (futurs types 4 et 5)
       PERFORM 0120-LIRE-VIE-SCOLAIRE-DEB
           THRU 0120-LIRE-VIE-SCOLAIRE-FIN.
       PERFORM 0130-LIRE-CONSEIL-DEB
           THRU 0130-LIRE-CONSEIL-FIN.

      * Production de input.dat dans l'ordre strict attendu
       PERFORM 0300-ECRIRE-INPUT-DEB
           THRU 0300-ECRIRE-INPUT-FIN.
           MOVE R-E-FIRSTNAME  TO WS-EF-FIRSTNAME(WS-EFF-LGHT).
           MOVE R-E-INE        TO WS-EF-INE(WS-EFF-LGHT).
           MOVE 0 TO WS-EF-COURSE-COUNT(WS-EFF-LGHT).
           MOVE 'N' TO WS-EF-VIESCO(WS-EFF-LGHT).
           MOVE 'N' TO WS-EF-CONSEIL(WS-EFF-LGHT).
           0110-RANGER-INSCRIT-FIN.


      *****************************************************************
      *
      *****************************************************************
       0120-LIRE-VIE-SCOLAIRE-DEB.
      *****************************************************************
      * Lit l'export de la vie scolaire et rattache chaque
      * enregistrement à son inscrit par INE (0140). Rejetés et
      * signalés : INE inconnu du registre, INE porté par plusieurs
      * inscrits, second enregistrement pour un même élève (le
      * premier est gardé). Fichier absent : signalé, la collecte
      * continue sans type 4 (absences pas encore clôturées).
      *****************************************************************
           MOVE "VIE SCOLAIRE" TO WS-INE-FICHIER.
           OPEN INPUT F-VIE-SCOLAIRE.
           IF F-VIE-SCOLAIRE-STATUS-NOFILE
               MOVE "VIESCOLAIRE.DAT ABSENT - PAS DE TYPE 4 PRODUIT"
                   TO WS-RAPPORT-LIGNE
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0120-LIRE-VIE-SCOLAIRE-FIN
           END-IF.
           IF NOT F-VIE-SCOLAIRE-STATUS-OK
               DISPLAY "*** ERREUR SUR VIESCOLAIRE.DAT - STATUT: "
                   F-VIE-SCOLAIRE-STATUS
               STRING "*** ERREUR SUR VIESCOLAIRE.DAT - STATUT: "
                   F-VIE-SCOLAIRE-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           MOVE "----- VIE SCOLAIRE (VIESCOLAIRE.DAT) -----"
               TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           PERFORM UNTIL F-VIE-SCOLAIRE-STATUS-EOF
               READ F-VIE-SCOLAIRE
                   NOT AT END
                       ADD 1 TO WS-CPT-VIESCO-LUS
                       MOVE R-V-INE TO WS-INE-CHERCHE
                       PERFORM 0140-CHERCHER-INE-DEB
                           THRU 0140-CHERCHER-INE-FIN
                       IF WS-EF-TROUVE = 0
                           ADD 1 TO WS-CPT-VIESCO-REJETS
                       ELSE
                         IF WS-EF-A-VIESCO(WS-EF-TROUVE)
                           ADD 1 TO WS-CPT-VIESCO-REJETS
                           STRING "*** VIE SCOLAIRE - ELEVE EN DOUBLE"
                               " DANS LE FICHIER, IGNORE: INE "
                               R-V-INE " "
                               WS-EF-LASTNAME(WS-EF-TROUVE) " "
                               WS-EF-FIRSTNAME(WS-EF-TROUVE)
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                         ELSE
                           MOVE 'Y' TO WS-EF-VIESCO(WS-EF-TROUVE)
                           MOVE R-V-ABS-JUST
                               TO WS-EF-ABS-JUST(WS-EF-TROUVE)
                           MOVE R-V-ABS-NJUST
                               TO WS-EF-ABS-NJUST(WS-EF-TROUVE)
                           MOVE R-V-RETARDS
                               TO WS-EF-RETARDS(WS-EF-TROUVE)
                           MOVE R-V-CONDUITE
                               TO WS-EF-CONDUITE(WS-EF-TROUVE)
                         END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-VIE-SCOLAIRE.

           STRING "VIE SCOLAIRE: " WS-CPT-VIESCO-LUS
               " ENREGISTREMENT(S) LU(S), " WS-CPT-VIESCO-REJETS
               " REJET(S)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0120-LIRE-VIE-SCOLAIRE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0130-LIRE-CONSEIL-DEB.
      *****************************************************************
      * Lit les décisions du conseil de classe et les rattache à leur
      * inscrit par INE (0140), avec les mêmes rejets que la vie
      * scolaire. Fichier absent : édition provisoire d'avant
      * conseil, signalée, la collecte continue sans type 5.
      *****************************************************************
           MOVE "CONSEIL" TO WS-INE-FICHIER.
           OPEN INPUT F-CONSEIL.
           IF F-CONSEIL-STATUS-NOFILE
               STRING "CONSEIL.DAT ABSENT - PAS DE TYPE 5 PRODUIT "
                   "(EDITION PROVISOIRE)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0130-LIRE-CONSEIL-FIN
           END-IF.
           IF NOT F-CONSEIL-STATUS-OK
               DISPLAY "*** ERREUR SUR CONSEIL.DAT - STATUT: "
                   F-CONSEIL-STATUS
               STRING "*** ERREUR SUR CONSEIL.DAT - STATUT: "
                   F-CONSEIL-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           MOVE "----- DECISIONS DU CONSEIL (CONSEIL.DAT) -----"
               TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           PERFORM UNTIL F-CONSEIL-STATUS-EOF
               READ F-CONSEIL
                   NOT AT END
                       ADD 1 TO WS-CPT-CONSEIL-LUS
                       MOVE R-D-INE TO WS-INE-CHERCHE
                       PERFORM 0140-CHERCHER-INE-DEB
                           THRU 0140-CHERCHER-INE-FIN
                       IF WS-EF-TROUVE = 0
                           ADD 1 TO WS-CPT-CONSEIL-REJETS
                       ELSE
                         IF WS-EF-A-CONSEIL(WS-EF-TROUVE)
                           ADD 1 TO WS-CPT-CONSEIL-REJETS
                           STRING "*** CONSEIL - ELEVE EN DOUBLE"
                               " DANS LE FICHIER, IGNORE: INE "
                               R-D-INE " "
                               WS-EF-LASTNAME(WS-EF-TROUVE) " "
                               WS-EF-FIRSTNAME(WS-EF-TROUVE)
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                         ELSE
                           MOVE 'Y' TO WS-EF-CONSEIL(WS-EF-TROUVE)
                           MOVE R-D-DECISION
                               TO WS-EF-CS-DECISION(WS-EF-TROUVE)
                           MOVE R-D-ORIENTATION
                               TO WS-EF-CS-ORIENT(WS-EF-TROUVE)
                           MOVE R-D-APPRECIATION
                               TO WS-EF-CS-APPREC(WS-EF-TROUVE)
                         END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONSEIL.

           STRING "DECISIONS DU CONSEIL: " WS-CPT-CONSEIL-LUS
               " ENREGISTREMENT(S) LU(S), " WS-CPT-CONSEIL-REJETS
               " REJET(S)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0130-LIRE-CONSEIL-FIN.


      *****************************************************************
      *
      *****************************************************************
       0140-CHERCHER-INE-DEB.
      *****************************************************************
      * Cherche dans le registre l'inscrit portant WS-INE-CHERCHE
      * (WS-EF-TROUVE, 0 si rejet). Un INE à blanc, inconnu du
      * registre ou porté par plusieurs inscrits ne permet pas de
      * rattacher l'enregistrement sans risque : rejet signalé au
      * compte rendu avec le nom du fichier d'origine.
      *****************************************************************
           MOVE 0 TO WS-EF-TROUVE.
           MOVE 0 TO WS-INE-NB-TROUVES.
           IF WS-INE-CHERCHE = SPACES
               STRING "*** " DELIMITED BY SIZE
                   WS-INE-FICHIER DELIMITED BY "  "
                   " - INE A BLANC, ENREGISTREMENT IGNORE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0140-CHERCHER-INE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-EF FROM 1 BY 1
                   UNTIL WS-IDX-EF > WS-EFF-LGHT
               IF WS-EF-INE(WS-IDX-EF) = WS-INE-CHERCHE
                   ADD 1 TO WS-INE-NB-TROUVES
                   MOVE WS-IDX-EF TO WS-EF-TROUVE
               END-IF
           END-PERFORM.

           IF WS-INE-NB-TROUVES = 0
               STRING "*** " DELIMITED BY SIZE
                   WS-INE-FICHIER DELIMITED BY "  "
                   " - ELEVE INCONNU DU REGISTRE, IGNORE: INE "
                   WS-INE-CHERCHE
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           IF WS-INE-NB-TROUVES > 1
               MOVE 0 TO WS-EF-TROUVE
               STRING "*** " DELIMITED BY SIZE
                   WS-INE-FICHIER DELIMITED BY "  "
                   " - INE EN DOUBLE AU REGISTRE, IGNORE: INE "
                   WS-INE-CHERCHE
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           0140-CHERCHER-INE-FIN.


      *****************************************************************
      *
      *****************************************************************
           MOVE 0 TO WS-PROF-CPT-FUSION.
           MOVE 0 TO WS-PROF-CPT-REJET.
           MOVE 0 TO WS-PROF-CPT-SANS-NOTE.
           MOVE 0 TO WS-REJ-LGHT.
           MOVE 0 TO WS-REJ-DEBORD.
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > 80
               MOVE 'N' TO WS-PROF-CL-VUE(WS-IDX-CL)
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
      * Le professeur reçoit quand même sa fiche : elle lui signale
      * que son fichier n'a pas été reçu
               PERFORM 0240-ECRIRE-RETOUR-DEB
                   THRU 0240-ECRIRE-RETOUR-FIN
               GO TO 0210-TRAITER-PROF-FIN
           END-IF.

           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.

      * Fiche de vérification renvoyée au professeur
           PERFORM 0240-ECRIRE-RETOUR-DEB
               THRU 0240-ECRIRE-RETOUR-FIN.
           0210-TRAITER-PROF-FIN.


               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               MOVE "CLASSE INCONNUE" TO WS-RJ-MOTIF-COURANT
               PERFORM 0225-GARDER-REJET-DEB
                   THRU 0225-GARDER-REJET-FIN
               GO TO 0220-RANGER-NOTE-FIN
           END-IF.
           MOVE 'Y' TO WS-PROF-CL-VUE(WS-CL-TROUVEE).
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               MOVE "ELEVE INCONNU" TO WS-RJ-MOTIF-COURANT
               PERFORM 0225-GARDER-REJET-DEB
                   THRU 0225-GARDER-REJET-FIN
               GO TO 0220-RANGER-NOTE-FIN
           END-IF.

               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               MOVE "TROP DE NOTES" TO WS-RJ-MOTIF-COURANT
               PERFORM 0225-GARDER-REJET-DEB
                   THRU 0225-GARDER-REJET-FIN
               GO TO 0220-RANGER-NOTE-FIN
           END-IF.

      * Statut de la note : à blanc, note ordinaire ; ABS, DISP et NN
      * passent avec une note à zéro, hors moyenne à l'édition
           IF R-N-STATUT = SPACES
               MOVE "NOTE" TO R-N-STATUT
           END-IF.
           IF R-N-STATUT NOT = "NOTE" AND R-N-STATUT NOT = "ABS "
             AND R-N-STATUT NOT = "DISP" AND R-N-STATUT NOT = "NN  "
               ADD 1 TO WS-PROF-CPT-REJET
               ADD 1 TO WS-CPT-NOTES-REJETS
               STRING "*** STATUT DE NOTE INCONNU - NOTE REJETEE: "
                   R-N-CLASS " " R-N-LASTNAME " " R-N-LABEL
                   " STATUT: " R-N-STATUT
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               MOVE "STATUT INCONNU" TO WS-RJ-MOTIF-COURANT
               PERFORM 0225-GARDER-REJET-DEB
                   THRU 0225-GARDER-REJET-FIN
               GO TO 0220-RANGER-NOTE-FIN
           END-IF.
           IF R-N-STATUT NOT = "NOTE"
               MOVE 0 TO R-N-GRADE
           END-IF.

           ADD 1 TO WS-EF-COURSE-COUNT(WS-EF-TROUVE).
           MOVE R-N-LABEL TO WS-CRS-LABEL(WS-EF-TROUVE
               WS-EF-COURSE-COUNT(WS-EF-TROUVE)).
               WS-EF-COURSE-COUNT(WS-EF-TROUVE)).
           MOVE WS-PROF-NUM TO WS-CRS-PROF(WS-EF-TROUVE
               WS-EF-COURSE-COUNT(WS-EF-TROUVE)).
           MOVE R-N-STATUT TO WS-CRS-STATUT(WS-EF-TROUVE
               WS-EF-COURSE-COUNT(WS-EF-TROUVE)).
           ADD 1 TO WS-PROF-CPT-FUSION.
           ADD 1 TO WS-CPT-NOTES-FUSION.
           0220-RANGER-NOTE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0225-GARDER-REJET-DEB.
      *****************************************************************
      * Garde la note rejetée courante (motif dans
      * WS-RJ-MOTIF-COURANT, enregistrement tel que reçu) pour la
      * fiche de retour du professeur. Au-delà de 200 rejets, seul
      * leur nombre est gardé.
      *****************************************************************
           IF WS-REJ-LGHT >= 200
               ADD 1 TO WS-REJ-DEBORD
               GO TO 0225-GARDER-REJET-FIN
           END-IF.
           ADD 1 TO WS-REJ-LGHT.
           MOVE WS-RJ-MOTIF-COURANT TO WS-RJ-MOTIF(WS-REJ-LGHT).
           MOVE REC-NOTE-PROF       TO WS-RJ-NOTE(WS-REJ-LGHT).
           0225-GARDER-REJET-FIN.


      *****************************************************************
      *
      *****************************************************************
           0230-SIGNALER-SANS-NOTE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0240-ECRIRE-RETOUR-DEB.
      *****************************************************************
      * Ecrit la fiche de vérification du professeur courant
      * (retour-<fichier de notes>) : pour chaque classe qu'il a
      * notée, tous les inscrits de la classe avec chacune de ses
      * notes fusionnées (matière, coef, note, appréciation) ou la
      * mention SANS NOTE, puis ses notes rejetées (classe ou élève
      * inconnu, trop de notes, statut de note inconnu) et une ligne
      * de visa. Le professeur contrôle ainsi ses propres chiffres
      * avant le conseil.
      *****************************************************************
           MOVE SPACES TO WS-RETOUR-FICHIER.
           STRING "retour-" WS-PROF-FICHIER
               DELIMITED BY SPACE INTO WS-RETOUR-FICHIER
           END-STRING.
           OPEN OUTPUT F-RETOUR.
           IF NOT F-RETOUR-STATUS-OK
               DISPLAY "*** ERREUR SUR " WS-RETOUR-FICHIER
                   " - STATUT: " F-RETOUR-STATUS
               STRING "*** ERREUR SUR LA FICHE DE RETOUR "
                   WS-RETOUR-FICHIER " - STATUT: " F-RETOUR-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           MOVE ALL "=" TO WS-RETOUR-LIGNE.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           STRING "FICHE DE VERIFICATION DES NOTES - PROFESSEUR: "
               WS-PROF-NOM
               DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
           END-STRING.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           STRING "ETABLISSEMENT: " WS-EN-SCHOOL
               "  TRIMESTRE: " WS-EN-TERM
               "  COLLECTE DU " WS-RUN-DATE-JJ "/" WS-RUN-DATE-MM
               "/" WS-RUN-DATE-AAAA
               DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
           END-STRING.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           STRING "FICHIER DE NOTES: " WS-PROF-FICHIER
               DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
           END-STRING.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           MOVE ALL "=" TO WS-RETOUR-LIGNE.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.

           IF NOT F-NOTES-PROF-STATUS-OK
             AND NOT F-NOTES-PROF-STATUS-EOF
               STRING "*** FICHIER DE NOTES NON RECU OU ILLISIBLE "
                   "(STATUT: " F-NOTES-PROF-STATUS
                   ") - AUCUNE NOTE FUSIONNEE POUR CE PROFESSEUR"
                   DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
               END-STRING
               PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
                   THRU 0245-ECRIRE-LIGNE-RETOUR-FIN
           END-IF.

      * Une section par classe notée : tous les inscrits de la classe
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               IF WS-PROF-CL-EST-VUE(WS-IDX-CL)
                   PERFORM 0250-RETOUR-CLASSE-DEB
                       THRU 0250-RETOUR-CLASSE-FIN
               END-IF
           END-PERFORM.

      * Notes rejetées, telles que reçues
           MOVE SPACES TO WS-RETOUR-LIGNE.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           MOVE "----- NOTES REJETEES -----" TO WS-RETOUR-LIGNE.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           IF WS-REJ-LGHT = 0
               MOVE "   AUCUNE NOTE REJETEE" TO WS-RETOUR-LIGNE
               PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
                   THRU 0245-ECRIRE-LIGNE-RETOUR-FIN
           END-IF.
           PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                   UNTIL WS-IDX-RJ > WS-REJ-LGHT
               MOVE WS-RJ-NOTE(WS-IDX-RJ) TO WS-RJ-DETAIL
               STRING "*** " WS-RJ-MOTIF(WS-IDX-RJ) " "
                   WS-RJD-CLASS " " WS-RJD-LASTNAME " "
                   WS-RJD-FIRSTNAME " INE: " WS-RJD-INE " "
                   WS-RJD-LABEL " COEF: " WS-RJD-COEF
                   " NOTE: " WS-RJD-GRADE " " WS-RJD-STATUT
                   DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
               END-STRING
               PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
                   THRU 0245-ECRIRE-LIGNE-RETOUR-FIN
           END-PERFORM.
           IF WS-REJ-DEBORD NOT = 0
               STRING "*** ET " WS-REJ-DEBORD
                   " AUTRE(S) REJET(S) - VOIR RAPCOLLECTE.DAT"
                   DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
               END-STRING
               PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
                   THRU 0245-ECRIRE-LIGNE-RETOUR-FIN
           END-IF.

           MOVE SPACES TO WS-RETOUR-LIGNE.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           STRING "TOTAL: " WS-PROF-CPT-FUSION
               " NOTE(S) FUSIONNEE(S), " WS-PROF-CPT-REJET
               " REJET(S), " WS-PROF-CPT-SANS-NOTE
               " ELEVE(S) SANS NOTE"
               DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
           END-STRING.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           MOVE SPACES TO WS-RETOUR-LIGNE.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           STRING "CHIFFRES VERIFIES - VISA DU PROFESSEUR: "
               "____________________   DATE: ___/___/______"
               DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
           END-STRING.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           CLOSE F-RETOUR.

           ADD 1 TO WS-CPT-RETOURS.
           STRING "FICHE DE RETOUR ECRITE: " WS-RETOUR-FICHIER
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0240-ECRIRE-RETOUR-FIN.


      *****************************************************************
      *
      *****************************************************************
       0245-ECRIRE-LIGNE-RETOUR-DEB.
      *****************************************************************
      * Ecrit la ligne préparée dans WS-RETOUR-LIGNE vers la fiche de
      * retour courante puis la réinitialise ; une erreur d'écriture
      * arrête proprement le run.
      *****************************************************************
           MOVE WS-RETOUR-LIGNE TO REC-F-RETOUR.
           WRITE REC-F-RETOUR.
           IF NOT F-RETOUR-STATUS-OK
               DISPLAY "*** ERREUR D'ECRITURE SUR " WS-RETOUR-FICHIER
                   " - STATUT: " F-RETOUR-STATUS
               STRING "*** ERREUR D'ECRITURE SUR LA FICHE DE RETOUR "
                   WS-RETOUR-FICHIER " - STATUT: " F-RETOUR-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               CLOSE F-RETOUR
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           MOVE SPACES TO WS-RETOUR-LIGNE.
           0245-ECRIRE-LIGNE-RETOUR-FIN.


      *****************************************************************
      *
      *****************************************************************
       0250-RETOUR-CLASSE-DEB.
      *****************************************************************
      * Section de la fiche de retour pour la classe WS-IDX-CL : une
      * ligne par note du professeur courant pour chaque inscrit de
      * la classe, ou une ligne SANS NOTE pour l'inscrit qui n'en a
      * aucune de lui, puis les compteurs de la classe.
      *****************************************************************
           MOVE 0 TO WS-RET-CPT-INSCRITS.
           MOVE 0 TO WS-RET-CPT-NOTES.
           MOVE 0 TO WS-RET-CPT-SANS-NOTE.
           MOVE SPACES TO WS-RETOUR-LIGNE.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           STRING "----- CLASSE: " WS-CL-CLASS(WS-IDX-CL) " -----"
               DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
           END-STRING.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           STRING "   NOM     PRENOM   INE          MATIERE"
               "                COEF  NOTE   APPRECIATION"
               DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
           END-STRING.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.

           PERFORM VARYING WS-IDX-EF FROM 1 BY 1
                   UNTIL WS-IDX-EF > WS-EFF-LGHT
               IF WS-EF-CLASS-IDX(WS-IDX-EF) = WS-IDX-CL
                   ADD 1 TO WS-RET-CPT-INSCRITS
                   MOVE 'N' TO WS-A-NOTE-SWITCH
                   MOVE WS-EF-LASTNAME(WS-IDX-EF)  TO WS-LR-LASTNAME
                   MOVE WS-EF-FIRSTNAME(WS-IDX-EF) TO WS-LR-FIRSTNAME
                   MOVE WS-EF-INE(WS-IDX-EF)       TO WS-LR-INE
                   PERFORM VARYING WS-IDX-C FROM 1 BY 1
                           UNTIL WS-IDX-C
                               > WS-EF-COURSE-COUNT(WS-IDX-EF)
                       IF WS-CRS-PROF(WS-IDX-EF WS-IDX-C)
                           = WS-PROF-NUM
                           MOVE 'Y' TO WS-A-NOTE-SWITCH
                           ADD 1 TO WS-RET-CPT-NOTES
                           MOVE WS-CRS-LABEL(WS-IDX-EF WS-IDX-C)
                               TO WS-LR-LABEL
                           MOVE WS-CRS-COEF(WS-IDX-EF WS-IDX-C)
                               TO WS-LR-COEF
                           MOVE WS-CRS-GRADE(WS-IDX-EF WS-IDX-C)
                               TO WS-LR-GRADE
                           IF NOT WS-CRS-NOTE(WS-IDX-EF WS-IDX-C)
                               MOVE WS-CRS-STATUT(WS-IDX-EF WS-IDX-C)
                                   TO WS-LR-GRADE
                           END-IF
                           MOVE WS-CRS-APPRECIATION
                               (WS-IDX-EF WS-IDX-C)
                               TO WS-LR-APPRECIATION
                           MOVE WS-LIGNE-RETOUR TO WS-RETOUR-LIGNE
                           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
                               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN
                       END-IF
                   END-PERFORM
                   IF NOT WS-A-NOTE-DU-PROF
                       ADD 1 TO WS-RET-CPT-SANS-NOTE
                       MOVE "*** SANS NOTE ***" TO WS-LR-LABEL
                       MOVE SPACES TO WS-LR-COEF
                       MOVE SPACES TO WS-LR-GRADE
                       MOVE SPACES TO WS-LR-APPRECIATION
                       MOVE WS-LIGNE-RETOUR TO WS-RETOUR-LIGNE
                       PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
                           THRU 0245-ECRIRE-LIGNE-RETOUR-FIN
                   END-IF
               END-IF
           END-PERFORM.

           STRING "   CLASSE " WS-CL-CLASS(WS-IDX-CL) ": "
               WS-RET-CPT-INSCRITS " INSCRIT(S), "
               WS-RET-CPT-NOTES " NOTE(S), "
               WS-RET-CPT-SANS-NOTE " SANS NOTE"
               DELIMITED BY SIZE INTO WS-RETOUR-LIGNE
           END-STRING.
           PERFORM 0245-ECRIRE-LIGNE-RETOUR-DEB
               THRU 0245-ECRIRE-LIGNE-RETOUR-FIN.
           0250-RETOUR-CLASSE-FIN.


      *****************************************************************
      *
      *****************************************************************
      * programme d'édition des bulletins : pour chaque classe du
      * registre (dans l'ordre du fichier des effectifs), un type 3,
      * puis pour chaque inscrit ayant au moins une note, un type 1
      * suivi de ses type 2, puis de son type 4 (vie scolaire) et de
      * son type 5 (conseil) quand ils ont été reçus. Les inscrits
      * sans aucune note ne produisent pas de type 1 : c'est le
      * contrôle d'effectifs du programme d'édition qui les signalera
      * (INSCRIT SANS NOTES) ; leur vie scolaire ou leur décision de
      * conseil, qui ne peut être rattachée, est signalée ici.
      * L'âge n'étant porté ni par le registre ni par les fichiers
      * professeurs, il part à zéro.
      *****************************************************************
                 IF WS-EF-CLASS-IDX(WS-IDX-EF) = WS-IDX-CL
                   IF WS-EF-COURSE-COUNT(WS-IDX-EF) = 0
                       ADD 1 TO WS-CPT-SANS-AUCUNE-NOTE
                       IF WS-EF-A-VIESCO(WS-IDX-EF)
                         OR WS-EF-A-CONSEIL(WS-IDX-EF)
                           ADD 1 TO WS-CPT-NON-REPRIS
                           STRING "*** VIE SCOLAIRE / CONSEIL NON "
                               "REPRIS (ELEVE SANS NOTE): "
                               WS-CL-CLASS(WS-IDX-CL) " "
                               WS-EF-LASTNAME(WS-IDX-EF) " "
                               WS-EF-FIRSTNAME(WS-IDX-EF) " INE "
                               WS-EF-INE(WS-IDX-EF)
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                       END-IF
                   ELSE
                       MOVE 01 TO R-S-KEY
                       MOVE WS-EF-LASTNAME(WS-IDX-EF) TO R-LASTNAME
                           MOVE WS-CRS-APPRECIATION
                               (WS-IDX-EF WS-IDX-C)
                               TO R-APPRECIATION
                           MOVE WS-CRS-STATUT(WS-IDX-EF WS-IDX-C)
                               TO R-C-STATUT
                           WRITE REC-OUT-COURSE
                           PERFORM 0310-VERIFIER-ECRITURE-DEB
                               THRU 0310-VERIFIER-ECRITURE-FIN
                           ADD 1 TO WS-CPT-REC-TYPE2
                       END-PERFORM
                       IF WS-EF-A-VIESCO(WS-IDX-EF)
                           MOVE 04 TO R-A-KEY
                           MOVE WS-EF-ABS-JUST(WS-IDX-EF)
                               TO R-ABS-JUST
                           MOVE WS-EF-ABS-NJUST(WS-IDX-EF)
                               TO R-ABS-NJUST
                           MOVE WS-EF-RETARDS(WS-IDX-EF)
                               TO R-RETARDS
                           MOVE WS-EF-CONDUITE(WS-IDX-EF)
                               TO R-CONDUITE
                           WRITE REC-OUT-ABSENCE
                           PERFORM 0310-VERIFIER-ECRITURE-DEB
                               THRU 0310-VERIFIER-ECRITURE-FIN
                           ADD 1 TO WS-CPT-REC-TYPE4
                       END-IF
                       IF WS-EF-A-CONSEIL(WS-IDX-EF)
                           MOVE 05 TO R-CS-KEY
                           MOVE WS-EF-CS-DECISION(WS-IDX-EF)
                               TO R-CS-DECISION
                           MOVE WS-EF-CS-ORIENT(WS-IDX-EF)
                               TO R-CS-ORIENTATION
                           MOVE WS-EF-CS-APPREC(WS-IDX-EF)
                               TO R-CS-APPRECIATION
                           WRITE REC-OUT-CONSEIL
                           PERFORM 0310-VERIFIER-ECRITURE-DEB
                               THRU 0310-VERIFIER-ECRITURE-FIN
                           ADD 1 TO WS-CPT-REC-TYPE5
                       END-IF
                   END-IF
                 END-IF
               END-PERFORM
           MOVE WS-CPT-REC-TYPE1 TO R-T-CPT1.
           MOVE WS-CPT-REC-TYPE2 TO R-T-CPT2.
           MOVE WS-CPT-REC-TYPE3 TO R-T-CPT3.
           MOVE WS-CPT-REC-TYPE4 TO R-T-CPT4.
           MOVE WS-CPT-REC-TYPE5 TO R-T-CPT5.
           WRITE REC-OUT-TRAILER.
           PERFORM 0310-VERIFIER-ECRITURE-DEB
               THRU 0310-VERIFIER-ECRITURE-FIN.
           CLOSE F-INPUT.
           STRING "INPUT.DAT PRODUIT: " WS-CPT-REC-TYPE3
               " TYPE 3, " WS-CPT-REC-TYPE1 " TYPE 1, "
               WS-CPT-REC-TYPE2 " TYPE 2, " WS-CPT-REC-TYPE4
               " TYPE 4, " WS-CPT-REC-TYPE5
               " TYPE 5, CONTROLE DE FIN ECRIT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
      * Ecrit la synthèse finale de la collecte et le statut de fin,
      * puis ferme le rapport. Code retour 004 quand la fusion a
      * laissé des anomalies (notes rejetées, fichier de professeur
      * introuvable, vie scolaire ou décision de conseil rejetée ou
      * non reprise) : input.dat est produit mais incomplet, à
      * vérifier avant le run d'édition.
      *****************************************************************
           MOVE "----- SYNTHESE DE LA COLLECTE -----"
               WS-CPT-SANS-AUCUNE-NOTE
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "FICHES DE RETOUR PROFESSEURS ECRITES: "
               WS-CPT-RETOURS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "VIE SCOLAIRE REJETEE: " WS-CPT-VIESCO-REJETS
               "  CONSEIL REJETE: " WS-CPT-CONSEIL-REJETS
               "  NON REPRIS (ELEVE SANS NOTE): " WS-CPT-NON-REPRIS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           IF WS-CPT-NOTES-REJETS NOT = 0
             OR WS-CPT-FICHIERS-KO NOT = 0
             OR WS-CPT-VIESCO-REJETS NOT = 0
             OR WS-CPT-CONSEIL-REJETS NOT = 0
             OR WS-CPT-NON-REPRIS NOT = 0
               MOVE "FIN AVEC ANOMALIES - CODE RETOUR 004"
                   TO WS-RAPPORT-LIGNE
               MOVE 4 TO RETURN-CODE
