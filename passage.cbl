      * Passage à l'année suivante, après le conseil du 3e trimestre :
      * à partir de l'effectif de l'année (effectifs.dat), des
      * résultats annuels produits par l'édition annuelle
      * (resannuel.dat), des décisions du conseil du 3e trimestre
      * (type 5 du lot input.dat : R-CS-DECISION, R-CS-ORIENTATION) et
      * de la table de progression des niveaux (progression.dat, par
      * exemple 6 -> 5, 3 -> sortie), ce programme produit le projet
      * d'effectif de la rentrée (nveffectifs.dat) : élèves admis
      * passés au niveau suivant, redoublants maintenus dans leur
      * niveau, sortants retirés. Les élèves sans décision sont
      * listés dans rappassage.dat pour être réglés avant validation.
      * Quand tous les élèves sont réglés, l'historique de l'année
      * (histo.dat), les moyennes du dernier trimestre (prevterm.dat)
      * et le registre des reports (registre.dat) sont archivés sous
      * le nom de l'année scolaire puis remis à zéro pour la rentrée.

      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. passage.
       AUTHOR. AlexEnCode.

      *****************************************************************
      *
      *****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      * indique que le separateur decimal utilisé est la virgule.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Fichier des effectifs de l'année qui se termine : un
      * enregistrement par inscrit (même dessin que pour le programme
      * d'édition des bulletins) - base du projet de la rentrée
           SELECT F-EFFECTIFS
               ASSIGN TO 'effectifs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EFFECTIFS-STATUS.

      * Résultats annuels par élève produits par l'édition annuelle
      * (moyenne et rang annuels, effectif de la classe)
           SELECT F-RESULTATS
               ASSIGN TO 'resannuel.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RESULTATS-STATUS.

      * Lot du 3e trimestre (input.dat) : seuls les en-têtes de type 3,
      * les élèves de type 1 (INE) et les décisions du conseil de
      * type 5 sont exploités
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

      * Table de progression des niveaux : un enregistrement 'N' par
      * niveau (niveau de la classe, niveau suivant - à blanc pour un
      * niveau de fin de cycle : l'élève admis quitte l'établissement)
      * et un enregistrement 'A' facultatif donnant le nom de l'année
      * scolaire qui se termine (sinon déduit de la date du run)
           SELECT F-PROGRESSION
               ASSIGN TO 'progression.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PROGRESSION-STATUS.

      * Projet d'effectif de la rentrée, au dessin d'effectifs.dat :
      * à relire par le secrétariat avant de remplacer effectifs.dat
           SELECT F-NOUVEAUX
               ASSIGN TO 'nveffectifs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOUVEAUX-STATUS.

      * Fichier à archiver (histo.dat, prevterm.dat, registre.dat) :
      * le nom vient de la table des fichiers de l'année (assignation
      * dynamique)
           SELECT F-ARCH-SOURCE
               ASSIGN TO DYNAMIC WS-ARCH-SOURCE
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ARCH-SOURCE-STATUS.

      * Archive d'un fichier de l'année : <fichier>-<année scolaire>.dat
      * (assignation dynamique)
           SELECT F-ARCH-CIBLE
               ASSIGN TO DYNAMIC WS-ARCH-CIBLE
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ARCH-CIBLE-STATUS.

      * Compte rendu du passage : décision retenue pour chaque élève,
      * élèves sans décision à régler, archivage de l'année
           SELECT F-RAPPORT
               ASSIGN TO 'rappassage.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

      ****************************************************************
      *
      ****************************************************************

       DATA DIVISION.
       FILE SECTION.

      * Fichier des effectifs : un enregistrement par inscrit (classe,
      * nom, prénom tronqués et INE)
       FD  F-EFFECTIFS
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.

       01  REC-EFFECTIF.
           03 R-E-CLASS            PIC X(10).
           03 R-E-LASTNAME         PIC X(07).
           03 R-E-FIRSTNAME        PIC X(07).
           03 R-E-INE              PIC X(11).

      * Résultats annuels : dessin identique à REC-RESULTAT de
      * l'édition annuelle (60 caractères fixes)
       FD  F-RESULTATS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  REC-RESULTAT.
           03 R-RA-INE             PIC X(11).
           03 R-RA-LASTNAME        PIC X(07).
           03 R-RA-FIRSTNAME       PIC X(07).
           03 R-RA-CLASS           PIC X(10).
           03 R-RA-MOYENNE         PIC 99,99.
           03 R-RA-RANG            PIC 9(04).
           03 R-RA-EFFECTIF        PIC 9(04).
           03 FILLER               PIC X(12).

      * Lot du 3e trimestre : enregistrements de longueur variable,
      * mêmes dessins que dans le programme d'édition des bulletins
       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  REC-TYPE.
           03 R-TYPE           PIC 9(02).

       01  REC-STUDENT.
           03 R-S-KEY          PIC 9(02).
           03 R-LASTNAME       PIC X(07).
           03 R-FIRSTNAME      PIC X(06).
           03 R-AGE            PIC 9(02).
           03 R-INE            PIC X(11).

       01  REC-CONSEIL.
           03 R-CS-KEY         PIC 9(02).
           03 R-CS-DECISION    PIC X(30).
           03 R-CS-ORIENTATION PIC X(30).
           03 R-CS-APPRECIATION PIC X(60).

       01  REC-HEADER.
           03 R-H-KEY          PIC 9(02).
           03 R-H-SCHOOL       PIC X(20).
           03 R-H-CLASS        PIC X(10).
           03 R-H-TERM         PIC X(10).
           03 R-H-DATE         PIC X(10).

      * Table de progression : enregistrements de longueur variable,
      * le 1er caractère donne le type ('N' niveau, 'A' année)
       FD  F-PROGRESSION
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-PROG-TYPE.
           03 R-PG-TYPE            PIC X(01).

       01  REC-PROG-NIVEAU.
           03 FILLER               PIC X(01).
           03 R-PG-NIVEAU          PIC X(05).
           03 R-PG-SUIVANT         PIC X(05).

       01  REC-PROG-ANNEE.
           03 FILLER               PIC X(01).
           03 R-PG-ANNEE           PIC X(09).

      * Projet d'effectif : même dessin que REC-EFFECTIF
       FD  F-NOUVEAUX
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.

       01  REC-NOUVEAU.
           03 R-NV-CLASS           PIC X(10).
           03 R-NV-LASTNAME        PIC X(07).
           03 R-NV-FIRSTNAME       PIC X(07).
           03 R-NV-INE             PIC X(11).

      * Fichiers archivés : copiés ligne à ligne (80 caractères au
      * plus, longueur de histo.dat et de registre.dat)
       FD  F-ARCH-SOURCE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-ARCH-SOURCE         PIC X(80).

       FD  F-ARCH-CIBLE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-ARCH-CIBLE          PIC X(80).

      * Fichier de compte rendu : enregistrements longueur fixe de
      * 132 caractères
       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT           PIC X(132).

      *****************************************************************
      *
      *****************************************************************

       WORKING-STORAGE SECTION.

      * Codes de statut pour les fichiers
       01  F-EFFECTIFS-STATUS      PIC X(02) VALUE SPACE.
           88 F-EFFECTIFS-STATUS-OK       VALUE '00'.
           88 F-EFFECTIFS-STATUS-EOF      VALUE '10'.

       01  F-RESULTATS-STATUS      PIC X(02) VALUE SPACE.
           88 F-RESULTATS-STATUS-OK       VALUE '00'.
           88 F-RESULTATS-STATUS-EOF      VALUE '10'.

       01  F-INPUT-STATUS          PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK           VALUE '00'.
           88 F-INPUT-STATUS-EOF          VALUE '10'.

       01  F-PROGRESSION-STATUS    PIC X(02) VALUE SPACE.
           88 F-PROGRESSION-STATUS-OK     VALUE '00'.
           88 F-PROGRESSION-STATUS-EOF    VALUE '10'.

       01  F-NOUVEAUX-STATUS       PIC X(02) VALUE SPACE.
           88 F-NOUVEAUX-STATUS-OK        VALUE '00'.

       01  F-ARCH-SOURCE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ARCH-SOURCE-STATUS-OK     VALUE '00'.
           88 F-ARCH-SOURCE-STATUS-EOF    VALUE '10'.
           88 F-ARCH-SOURCE-STATUS-NOFILE VALUE '35'.

       01  F-ARCH-CIBLE-STATUS     PIC X(02) VALUE SPACE.
           88 F-ARCH-CIBLE-STATUS-OK      VALUE '00'.
           88 F-ARCH-CIBLE-STATUS-NOFILE  VALUE '35'.

       01  F-RAPPORT-STATUS        PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK         VALUE '00'.

      * Noms des fichiers archivés (assignation dynamique de
      * F-ARCH-SOURCE et F-ARCH-CIBLE)
       01  WS-ARCH-SOURCE             PIC X(40) VALUE SPACES.
       01  WS-ARCH-CIBLE              PIC X(40) VALUE SPACES.

      * Fichiers de l'année archivés puis remis à zéro : nom du
      * fichier vivant et racine du nom de son archive
       01  WS-FICHIERS-ANNEE.
           05 FILLER                  PIC X(24)
                                      VALUE 'histo.dat   histo'.
           05 FILLER                  PIC X(24)
                                      VALUE 'prevterm.datprevterm'.
           05 FILLER                  PIC X(24)
                                      VALUE 'registre.datregistre'.
       01  WS-FICHIERS-ANNEE-T REDEFINES WS-FICHIERS-ANNEE.
           05 WS-FA-FICHIER OCCURS 3 TIMES.
             10 WS-FA-NOM             PIC X(12).
             10 WS-FA-RACINE          PIC X(12).
      * Nombre d'enregistrements archivés par fichier
       01  WS-FA-COMPTEURS.
           05 WS-FA-NB-ENREG          PIC 9(07) OCCURS 3 TIMES.

      * Année scolaire qui se termine (enregistrement 'A' de
      * progression.dat, sinon déduite de la date du run : l'année
      * qui finit l'année du run, le passage se faisant entre le
      * conseil de juin et la rentrée - une année d'avance à la
      * rentrée ferait refuser l'archive de l'été suivant)
       01  WS-ANNEE-SCOLAIRE          PIC X(09) VALUE SPACES.
      * Contrôle du nom d'année de l'enregistrement 'A' (repris dans
      * les noms d'archive : ni blanc, ni espace au milieu)
       77  WS-ANNEE-LONG              PIC 9(02).
       01  WS-ANNEE-INVALIDE-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-ANNEE-INVALIDE       VALUE 'Y'.
       01  WS-ANNEE-CALCUL.
           05 WS-AC-DEBUT             PIC 9(04).
           05 FILLER                  PIC X(01) VALUE '-'.
           05 WS-AC-FIN               PIC 9(04).

      * Table de progression des niveaux : niveau (préfixe du nom de
      * classe, par exemple "6" pour 6A, 6B...), niveau suivant (à
      * blanc = fin de cycle) et longueur significative du niveau
       01  WS-DATA-PROGRESSION.
           05 WS-PROG-LGHT            PIC 9(02) VALUE 0.
              *> Nombre de niveaux chargés
           05 WS-PROG-T OCCURS 1 TO 30 TIMES
                                       DEPENDING ON WS-PROG-LGHT.
             10 WS-PG-NIVEAU          PIC X(05).
             10 WS-PG-SUIVANT         PIC X(05).
             10 WS-PG-LONG            PIC 9(01).

      * Table des inscrits de l'année, avec pour chacun le résultat
      * annuel, la décision du conseil du 3e trimestre et le sort
      * retenu pour la rentrée
       01  WS-DATA-EFFECTIFS.
           05 WS-EFF-LGHT             PIC 9(04) VALUE 0.
              *> Nombre d'inscrits chargés
           05 WS-EFFECTIF-T OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-EFF-LGHT.
             10 WS-EF-CLASS           PIC X(10).
             10 WS-EF-LASTNAME        PIC X(07).
             10 WS-EF-FIRSTNAME       PIC X(07).
             10 WS-EF-INE             PIC X(11).
      * Résultat annuel : 'N' aucun, 'Y' moyenne et rang, 'S' élève
      * présent dans resannuel.dat mais non noté (moyenne et rang à
      * blanc)
             10 WS-EF-RESULTAT        PIC X(01).
                88 WS-EF-A-RESULTAT   VALUE 'Y' 'S'.
                88 WS-EF-NON-NOTE     VALUE 'S'.
             10 WS-EF-MOYENNE         PIC 99V99.
             10 WS-EF-RANG            PIC 9(04).
             10 WS-EF-EFFECTIF        PIC 9(04).
             10 WS-EF-CONSEIL         PIC X(01).
                88 WS-EF-A-CONSEIL    VALUE 'Y'.
             10 WS-EF-CS-DECISION     PIC X(30).
             10 WS-EF-CS-ORIENT       PIC X(30).
      * Texte de décision retenu (orientation, ou décision quand elle
      * porte le passage) et sort de l'élève pour la rentrée
             10 WS-EF-TEXTE           PIC X(30).
             10 WS-EF-SORT            PIC X(01).
                88 WS-EF-PASSE        VALUE 'P'.
                88 WS-EF-REDOUBLE     VALUE 'R'.
                88 WS-EF-SORTANT      VALUE 'S'.
                88 WS-EF-A-REGLER     VALUE ' '.
             10 WS-EF-NV-CLASS        PIC X(10).

      * Lot du 3e trimestre : inscrit courant (type 1 rattaché par
      * INE, 0 = inconnu) et trimestre lu dans les en-têtes
       77  WS-EF-COURANT              PIC 9(04) VALUE 0.
       01  WS-TERME-LOT               PIC X(10) VALUE SPACES.

      * Index utilisé pour parcourir les inscrits
       77  WS-IDX-EF                  PIC 9(04).
      * Index utilisé pour parcourir la table de progression
       77  WS-IDX-PG                  PIC 9(02).
      * Index utilisé pour parcourir les fichiers de l'année
       77  WS-IDX-FA                  PIC 9(01).
      * Résultats des recherches dans les tables (0 = non trouvé)
       77  WS-EF-TROUVE               PIC 9(04).
       77  WS-PG-TROUVE               PIC 9(02).
      * Longueur du niveau retenu lors de la recherche du plus long
      * préfixe, suffixe de la classe (division : "A" de 6A)
       77  WS-PG-LONG-MAX             PIC 9(01).
       01  WS-SUFFIXE-CLASSE          PIC X(10) VALUE SPACES.

      * Libellé du sort de l'élève et zones éditées de la liste
       01  WS-SORT-LIB                PIC X(14) VALUE SPACES.
       01  WS-E-MOYENNE               PIC Z9,99.
       01  WS-E-RANG                  PIC ZZZ9.
       01  WS-E-EFFECTIF              PIC ZZZ9.
       01  WS-LIGNE-ELEVE.
           05 WS-LE-CLASS             PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LE-LASTNAME          PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LE-FIRSTNAME         PIC X(07).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LE-INE               PIC X(11).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LE-MOYENNE           PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LE-RANG              PIC X(09).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LE-TEXTE             PIC X(30).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LE-SORT              PIC X(14).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LE-NV-CLASS          PIC X(10).
           05 FILLER                  PIC X(16) VALUE SPACES.

      * Compte rendu du run : ligne en cours de construction,
      * indicateur d'ouverture du fichier et compteurs de la synthèse
       01  WS-RAPPORT-LIGNE           PIC X(132) VALUE SPACES.
       01  WS-RAPPORT-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-RAPPORT-OUVERT       VALUE 'Y'.
       01  WS-RAPPORT-COMPTEURS.
           05 WS-CPT-RESULTATS-LUS    PIC 9(05) VALUE 0.
           05 WS-CPT-RESULTATS-INCONNUS PIC 9(05) VALUE 0.
           05 WS-CPT-SANS-RESULTAT    PIC 9(05) VALUE 0.
           05 WS-CPT-DECISIONS-LUES   PIC 9(05) VALUE 0.
           05 WS-CPT-DECISIONS-REJETS PIC 9(05) VALUE 0.
           05 WS-CPT-PASSAGES         PIC 9(05) VALUE 0.
           05 WS-CPT-REDOUBLEMENTS    PIC 9(05) VALUE 0.
           05 WS-CPT-SORTANTS         PIC 9(05) VALUE 0.
           05 WS-CPT-A-REGLER         PIC 9(05) VALUE 0.
           05 WS-CPT-NOUVEAUX         PIC 9(05) VALUE 0.

      * Date et heure du run, relevées à l'ouverture du rapport et
      * reprises dans son en-tête daté
       01  WS-RUN-DATE.
           05 WS-RUN-DATE-AAAA        PIC 9(04).
           05 WS-RUN-DATE-MM          PIC 9(02).
           05 WS-RUN-DATE-JJ          PIC 9(02).
       01  WS-RUN-TIME.
           05 WS-RUN-TIME-HH          PIC 9(02).
           05 WS-RUN-TIME-MN          PIC 9(02).
           05 WS-RUN-TIME-SS          PIC 9(02).
           05 FILLER                  PIC 9(02).

      *****************************************************************
      *
      *****************************************************************

       PROCEDURE DIVISION.

      * Ouverture du compte rendu du passage (en-tête daté)
       PERFORM 0600-OUVRIR-RAPPORT-DEB
           THRU 0600-OUVRIR-RAPPORT-FIN.

      * Table de progression des niveaux et nom de l'année scolaire
       PERFORM 0100-LIRE-PROGRESSION-DEB
           THRU 0100-LIRE-PROGRESSION-FIN.

      * Effectif de l'année, résultats annuels et décisions du conseil
      * du 3e trimestre, rattachés par INE
       PERFORM 0110-LIRE-EFFECTIFS-DEB
           THRU 0110-LIRE-EFFECTIFS-FIN.
       PERFORM 0120-LIRE-RESULTATS-DEB
           THRU 0120-LIRE-RESULTATS-FIN.
       PERFORM 0130-LIRE-DECISIONS-DEB
           THRU 0130-LIRE-DECISIONS-FIN.

      * Sort de chaque élève (passage, redoublement, sortie, à
      * régler) et projet d'effectif de la rentrée
       PERFORM 0300-DECIDER-PASSAGE-DEB
           THRU 0300-DECIDER-PASSAGE-FIN.
       PERFORM 0400-ECRIRE-PROJET-DEB
           THRU 0400-ECRIRE-PROJET-FIN.

      * Archivage et remise à zéro des fichiers de l'année, seulement
      * quand aucun élève ne reste à régler
       IF WS-CPT-A-REGLER = 0
           PERFORM 0500-ARCHIVER-ANNEE-DEB
               THRU 0500-ARCHIVER-ANNEE-FIN
       END-IF.

      * Synthèse finale (compteurs, statut de fin) et clôture du
      * compte rendu du run
       PERFORM 0620-CLORE-RAPPORT-DEB
           THRU 0620-CLORE-RAPPORT-FIN.

       STOP RUN.


      *****************************************************************
      *
      *****************************************************************
       0100-LIRE-PROGRESSION-DEB.
      *****************************************************************
      * Charge progression.dat : les enregistrements 'N' donnent pour
      * chaque niveau le niveau suivant (à blanc = fin de cycle),
      * l'enregistrement 'A' le nom de l'année scolaire. Sans table
      * de progression, aucun passage ne peut être calculé : arrêt
      * propre. Un nom d'année à blanc ou contenant un espace (il
      * entre dans les noms d'archive) arrête aussi le run. Sans
      * enregistrement 'A', l'année est déduite de la date du run :
      * le run clôt l'année qui finit l'année du run (AAAA-1)-AAAA,
      * le passage se faisant entre le conseil de juin et la remise
      * à zéro de la rentrée. Un run décalé sur l'année civile
      * suivante doit porter un enregistrement 'A'.
      *****************************************************************
           OPEN INPUT F-PROGRESSION.
           IF NOT F-PROGRESSION-STATUS-OK
               DISPLAY "*** ERREUR SUR PROGRESSION.DAT - STATUT: "
                   F-PROGRESSION-STATUS
               STRING "*** ERREUR SUR PROGRESSION.DAT - STATUT: "
                   F-PROGRESSION-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               MOVE "*** LE PASSAGE EXIGE LA TABLE DE PROGRESSION"
                   TO WS-RAPPORT-LIGNE
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           PERFORM UNTIL F-PROGRESSION-STATUS-EOF
               READ F-PROGRESSION
                   NOT AT END
                       EVALUATE R-PG-TYPE
                           WHEN 'N'
                               IF R-PG-NIVEAU = SPACES
                                 OR WS-PROG-LGHT >= 30
                                   STRING "*** NIVEAU DE PROGRESSION "
                                       "IGNORE (A BLANC OU PLUS DE "
                                       "30): " REC-PROG-NIVEAU
                                       DELIMITED BY SIZE
                                       INTO WS-RAPPORT-LIGNE
                                   END-STRING
                                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                                       THRU 0610-ECRIRE-RAPPORT-FIN
                               ELSE
                                   ADD 1 TO WS-PROG-LGHT
                                   MOVE R-PG-NIVEAU
                                       TO WS-PG-NIVEAU(WS-PROG-LGHT)
                                   MOVE R-PG-SUIVANT
                                       TO WS-PG-SUIVANT(WS-PROG-LGHT)
                                   MOVE 0 TO WS-PG-LONG(WS-PROG-LGHT)
                                   INSPECT R-PG-NIVEAU
                                       TALLYING
                                       WS-PG-LONG(WS-PROG-LGHT)
                                       FOR CHARACTERS
                                       BEFORE INITIAL SPACE
                               END-IF
                           WHEN 'A'
                               MOVE 0 TO WS-ANNEE-LONG
                               INSPECT R-PG-ANNEE
                                   TALLYING WS-ANNEE-LONG
                                   FOR CHARACTERS
                                   BEFORE INITIAL SPACE
                               IF WS-ANNEE-LONG = 0
                                 OR (WS-ANNEE-LONG < 9
                                   AND R-PG-ANNEE(WS-ANNEE-LONG + 1:)
                                       NOT = SPACES)
                                   MOVE 'Y' TO WS-ANNEE-INVALIDE-SWITCH
                                   STRING "*** ANNEE SCOLAIRE INVALIDE "
                                       "(A BLANC OU AVEC ESPACE): '"
                                       R-PG-ANNEE "'"
                                       DELIMITED BY SIZE
                                       INTO WS-RAPPORT-LIGNE
                                   END-STRING
                                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                                       THRU 0610-ECRIRE-RAPPORT-FIN
                               ELSE
                                   MOVE R-PG-ANNEE
                                       TO WS-ANNEE-SCOLAIRE
                               END-IF
                           WHEN OTHER
                               STRING "*** ENREGISTREMENT DE "
                                   "PROGRESSION INCONNU IGNORE: "
                                   R-PG-TYPE
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                               END-STRING
                               PERFORM 0610-ECRIRE-RAPPORT-DEB
                                   THRU 0610-ECRIRE-RAPPORT-FIN
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-PROGRESSION.

           IF WS-PROG-LGHT = 0
               MOVE "*** TABLE DE PROGRESSION VIDE - PASSAGE ABANDONNE"
                   TO WS-RAPPORT-LIGNE
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           IF WS-ANNEE-INVALIDE
               STRING "*** NOM D'ANNEE SCOLAIRE A CORRIGER - "
                   "PASSAGE ABANDONNE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           IF WS-ANNEE-SCOLAIRE = SPACES
               COMPUTE WS-AC-DEBUT = WS-RUN-DATE-AAAA - 1
               MOVE WS-RUN-DATE-AAAA TO WS-AC-FIN
               MOVE WS-ANNEE-CALCUL TO WS-ANNEE-SCOLAIRE
           END-IF.

           STRING "TABLE DE PROGRESSION CHARGEE: " WS-PROG-LGHT
               " NIVEAU(X) - ANNEE SCOLAIRE CLOSE: " WS-ANNEE-SCOLAIRE
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0100-LIRE-PROGRESSION-FIN.


      *****************************************************************
      *
      *****************************************************************
       0110-LIRE-EFFECTIFS-DEB.
      *****************************************************************
      * Charge l'effectif de l'année depuis effectifs.dat : c'est la
      * base du projet de la rentrée, il est donc indispensable ici.
      *****************************************************************
           OPEN INPUT F-EFFECTIFS.
           IF NOT F-EFFECTIFS-STATUS-OK
               DISPLAY "*** ERREUR SUR EFFECTIFS.DAT - STATUT: "
                   F-EFFECTIFS-STATUS
               STRING "*** ERREUR SUR EFFECTIFS.DAT - STATUT: "
                   F-EFFECTIFS-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           PERFORM UNTIL F-EFFECTIFS-STATUS-EOF
               READ F-EFFECTIFS
                   NOT AT END
                       IF WS-EFF-LGHT >= 2000
                           DISPLAY "*** TROP D'INSCRITS (MAX 2000)"
                           MOVE "*** TROP D'INSCRITS (MAX 2000)"
                               TO WS-RAPPORT-LIGNE
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                           CLOSE F-EFFECTIFS
                           PERFORM 0630-ABANDON-RUN-DEB
                               THRU 0630-ABANDON-RUN-FIN
                       END-IF
                       ADD 1 TO WS-EFF-LGHT
                       MOVE R-E-CLASS     TO WS-EF-CLASS(WS-EFF-LGHT)
                       MOVE R-E-LASTNAME
                           TO WS-EF-LASTNAME(WS-EFF-LGHT)
                       MOVE R-E-FIRSTNAME
                           TO WS-EF-FIRSTNAME(WS-EFF-LGHT)
                       MOVE R-E-INE       TO WS-EF-INE(WS-EFF-LGHT)
                       MOVE 'N' TO WS-EF-RESULTAT(WS-EFF-LGHT)
                       MOVE 0   TO WS-EF-MOYENNE(WS-EFF-LGHT)
                       MOVE 0   TO WS-EF-RANG(WS-EFF-LGHT)
                       MOVE 0   TO WS-EF-EFFECTIF(WS-EFF-LGHT)
                       MOVE 'N' TO WS-EF-CONSEIL(WS-EFF-LGHT)
                       MOVE SPACES
                           TO WS-EF-CS-DECISION(WS-EFF-LGHT)
                       MOVE SPACES TO WS-EF-CS-ORIENT(WS-EFF-LGHT)
                       MOVE SPACES TO WS-EF-TEXTE(WS-EFF-LGHT)
                       MOVE SPACE  TO WS-EF-SORT(WS-EFF-LGHT)
                       MOVE SPACES TO WS-EF-NV-CLASS(WS-EFF-LGHT)
               END-READ
           END-PERFORM.
           CLOSE F-EFFECTIFS.

           STRING "EFFECTIF DE L'ANNEE CHARGE: " WS-EFF-LGHT
               " INSCRIT(S)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0110-LIRE-EFFECTIFS-FIN.


      *****************************************************************
      *
      *****************************************************************
       0120-LIRE-RESULTATS-DEB.
      *****************************************************************
      * Charge les résultats annuels de resannuel.dat et les rattache
      * par INE aux inscrits (repris dans la liste du passage). Sans
      * ce fichier, l'édition annuelle n'a pas tourné : arrêt propre.
      * Un résultat sans inscrit correspondant est signalé.
      *****************************************************************
           OPEN INPUT F-RESULTATS.
           IF NOT F-RESULTATS-STATUS-OK
               DISPLAY "*** ERREUR SUR RESANNUEL.DAT - STATUT: "
                   F-RESULTATS-STATUS
               STRING "*** ERREUR SUR RESANNUEL.DAT - STATUT: "
                   F-RESULTATS-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               STRING "*** LE PASSAGE SE FAIT APRES L'EDITION DU "
                   "BULLETIN ANNUEL"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           PERFORM UNTIL F-RESULTATS-STATUS-EOF
               READ F-RESULTATS
                   NOT AT END
                       ADD 1 TO WS-CPT-RESULTATS-LUS
                       MOVE 0 TO WS-EF-TROUVE
                       IF R-RA-INE NOT = SPACES
                           PERFORM VARYING WS-IDX-EF FROM 1 BY 1
                                   UNTIL WS-IDX-EF > WS-EFF-LGHT
                                     OR WS-EF-TROUVE NOT = 0
                               IF WS-EF-INE(WS-IDX-EF) = R-RA-INE
                                   MOVE WS-IDX-EF TO WS-EF-TROUVE
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-EF-TROUVE = 0
                           ADD 1 TO WS-CPT-RESULTATS-INCONNUS
                           STRING "*** RESULTAT ANNUEL SANS INSCRIT "
                               "CORRESPONDANT: " R-RA-CLASS " "
                               R-RA-LASTNAME " " R-RA-FIRSTNAME
                               " INE " R-RA-INE
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                       ELSE
      * Elève non noté à l'annuel : moyenne et rang à blanc
                           IF R-RA-MOYENNE = SPACES
                               MOVE 'S' TO WS-EF-RESULTAT(WS-EF-TROUVE)
                           ELSE
                               MOVE 'Y' TO WS-EF-RESULTAT(WS-EF-TROUVE)
                               MOVE R-RA-MOYENNE
                                   TO WS-EF-MOYENNE(WS-EF-TROUVE)
                               MOVE R-RA-RANG
                                   TO WS-EF-RANG(WS-EF-TROUVE)
                           END-IF
                           MOVE R-RA-EFFECTIF
                               TO WS-EF-EFFECTIF(WS-EF-TROUVE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RESULTATS.

           STRING "RESULTATS ANNUELS LUS: " WS-CPT-RESULTATS-LUS
               "  SANS INSCRIT: " WS-CPT-RESULTATS-INCONNUS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0120-LIRE-RESULTATS-FIN.


      *****************************************************************
      *
      *****************************************************************
       0130-LIRE-DECISIONS-DEB.
      *****************************************************************
      * Lit le lot du 3e trimestre (input.dat) : chaque élève de type
      * 1 est rattaché à son inscrit par INE, le type 5 qui le suit
      * porte la décision du conseil (décision, orientation). Une
      * décision sans élève connu, ou en double pour un même élève,
      * est signalée et ignorée (la première est gardée). Sans lot,
      * aucune décision n'est connue : arrêt propre.
      *****************************************************************
           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
               DISPLAY "*** ERREUR SUR INPUT.DAT - STATUT: "
                   F-INPUT-STATUS
               STRING "*** ERREUR SUR INPUT.DAT - STATUT: "
                   F-INPUT-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           PERFORM UNTIL F-INPUT-STATUS-EOF
               READ F-INPUT
                   NOT AT END
                       EVALUATE R-TYPE
                           WHEN 3
                               IF WS-TERME-LOT = SPACES
                                   MOVE R-H-TERM TO WS-TERME-LOT
                               END-IF
                               MOVE 0 TO WS-EF-COURANT
                           WHEN 1
                               MOVE 0 TO WS-EF-COURANT
                               IF R-INE NOT = SPACES
                                   PERFORM VARYING WS-IDX-EF
                                           FROM 1 BY 1
                                           UNTIL WS-IDX-EF
                                                 > WS-EFF-LGHT
                                             OR WS-EF-COURANT NOT = 0
                                       IF WS-EF-INE(WS-IDX-EF) = R-INE
                                           MOVE WS-IDX-EF
                                               TO WS-EF-COURANT
                                       END-IF
                                   END-PERFORM
                               END-IF
                           WHEN 5
                               ADD 1 TO WS-CPT-DECISIONS-LUES
                               PERFORM 0135-RANGER-DECISION-DEB
                                   THRU 0135-RANGER-DECISION-FIN
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-INPUT.

           STRING "DECISIONS DU CONSEIL LUES (LOT " WS-TERME-LOT
               "): " WS-CPT-DECISIONS-LUES
               "  IGNOREES: " WS-CPT-DECISIONS-REJETS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0130-LIRE-DECISIONS-FIN.


      *****************************************************************
      *
      *****************************************************************
       0135-RANGER-DECISION-DEB.
      *****************************************************************
      * Rattache la décision du conseil (type 5) à l'inscrit de
      * l'élève de type 1 qui la précède (WS-EF-COURANT).
      *****************************************************************
           IF WS-EF-COURANT = 0
               ADD 1 TO WS-CPT-DECISIONS-REJETS
               STRING "*** DECISION SANS ELEVE CONNU PAR INE - "
                   "IGNOREE: " R-CS-DECISION " / " R-CS-ORIENTATION
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0135-RANGER-DECISION-FIN
           END-IF.
           IF WS-EF-A-CONSEIL(WS-EF-COURANT)
               ADD 1 TO WS-CPT-DECISIONS-REJETS
               STRING "*** DECISION EN DOUBLE - IGNOREE: "
                   WS-EF-LASTNAME(WS-EF-COURANT) " "
                   WS-EF-FIRSTNAME(WS-EF-COURANT)
                   " INE " WS-EF-INE(WS-EF-COURANT)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0135-RANGER-DECISION-FIN
           END-IF.
           MOVE 'Y' TO WS-EF-CONSEIL(WS-EF-COURANT).
           MOVE R-CS-DECISION TO WS-EF-CS-DECISION(WS-EF-COURANT).
           MOVE R-CS-ORIENTATION TO WS-EF-CS-ORIENT(WS-EF-COURANT).
           0135-RANGER-DECISION-FIN.


      *****************************************************************
      *
      *****************************************************************
       0300-DECIDER-PASSAGE-DEB.
      *****************************************************************
      * Sort de chaque inscrit pour la rentrée, d'après la décision du
      * conseil du 3e trimestre. Le texte retenu est l'orientation
      * (renseignée au 3e trimestre) ; à défaut, la décision quand
      * elle porte elle-même le passage (PASSAGE..., REDOUBL...,
      * MAINTIEN..., DEPART..., SORTIE...). Ensuite :
      * - REDOUBL... / MAINTIEN... : redoublement, même classe
      * - DEPART... / SORTIE...    : sortie de l'établissement
      * - tout autre texte         : passage au niveau suivant de la
      *   table de progression (même division), ou sortie si le
      *   niveau est en fin de cycle
      * - aucun texte              : élève à régler, maintenu dans sa
      *   classe dans le projet
      * Un niveau absent de la table de progression laisse aussi
      * l'élève à régler.
      *****************************************************************
           PERFORM VARYING WS-IDX-EF FROM 1 BY 1
                   UNTIL WS-IDX-EF > WS-EFF-LGHT
               IF NOT WS-EF-A-RESULTAT(WS-IDX-EF)
                   ADD 1 TO WS-CPT-SANS-RESULTAT
               END-IF
               MOVE WS-EF-CS-ORIENT(WS-IDX-EF)
                   TO WS-EF-TEXTE(WS-IDX-EF)
               IF WS-EF-TEXTE(WS-IDX-EF) = SPACES
                 AND (WS-EF-CS-DECISION(WS-IDX-EF)(1:7) = "PASSAGE"
                   OR WS-EF-CS-DECISION(WS-IDX-EF)(1:7) = "REDOUBL"
                   OR WS-EF-CS-DECISION(WS-IDX-EF)(1:8) = "MAINTIEN"
                   OR WS-EF-CS-DECISION(WS-IDX-EF)(1:6) = "DEPART"
                   OR WS-EF-CS-DECISION(WS-IDX-EF)(1:6) = "SORTIE")
                   MOVE WS-EF-CS-DECISION(WS-IDX-EF)
                       TO WS-EF-TEXTE(WS-IDX-EF)
               END-IF
               MOVE WS-EF-CLASS(WS-IDX-EF)
                   TO WS-EF-NV-CLASS(WS-IDX-EF)

               EVALUATE TRUE
                   WHEN WS-EF-TEXTE(WS-IDX-EF) = SPACES
                       MOVE SPACE TO WS-EF-SORT(WS-IDX-EF)
                   WHEN WS-EF-TEXTE(WS-IDX-EF)(1:7) = "REDOUBL"
                     OR WS-EF-TEXTE(WS-IDX-EF)(1:8) = "MAINTIEN"
                       MOVE 'R' TO WS-EF-SORT(WS-IDX-EF)
                   WHEN WS-EF-TEXTE(WS-IDX-EF)(1:6) = "DEPART"
                     OR WS-EF-TEXTE(WS-IDX-EF)(1:6) = "SORTIE"
                       MOVE 'S' TO WS-EF-SORT(WS-IDX-EF)
                       MOVE SPACES TO WS-EF-NV-CLASS(WS-IDX-EF)
                   WHEN OTHER
                       PERFORM 0310-NIVEAU-SUIVANT-DEB
                           THRU 0310-NIVEAU-SUIVANT-FIN
               END-EVALUATE

               EVALUATE TRUE
                   WHEN WS-EF-PASSE(WS-IDX-EF)
                       ADD 1 TO WS-CPT-PASSAGES
                   WHEN WS-EF-REDOUBLE(WS-IDX-EF)
                       ADD 1 TO WS-CPT-REDOUBLEMENTS
                   WHEN WS-EF-SORTANT(WS-IDX-EF)
                       ADD 1 TO WS-CPT-SORTANTS
                   WHEN OTHER
                       ADD 1 TO WS-CPT-A-REGLER
               END-EVALUATE
           END-PERFORM.
           0300-DECIDER-PASSAGE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0310-NIVEAU-SUIVANT-DEB.
      *****************************************************************
      * Passage de l'inscrit WS-IDX-EF : son niveau est le plus long
      * niveau de la table qui préfixe le nom de sa classe ; la
      * nouvelle classe est le niveau suivant suivi de la même
      * division (6A -> 5A). Niveau suivant à blanc : fin de cycle,
      * l'élève sort. Niveau inconnu : élève à régler, signalé.
      *****************************************************************
           MOVE 0 TO WS-PG-TROUVE.
           MOVE 0 TO WS-PG-LONG-MAX.
           PERFORM VARYING WS-IDX-PG FROM 1 BY 1
                   UNTIL WS-IDX-PG > WS-PROG-LGHT
               IF WS-PG-LONG(WS-IDX-PG) > WS-PG-LONG-MAX
                 AND WS-EF-CLASS(WS-IDX-EF)(1:WS-PG-LONG(WS-IDX-PG))
                   = WS-PG-NIVEAU(WS-IDX-PG)(1:WS-PG-LONG(WS-IDX-PG))
                   MOVE WS-IDX-PG TO WS-PG-TROUVE
                   MOVE WS-PG-LONG(WS-IDX-PG) TO WS-PG-LONG-MAX
               END-IF
           END-PERFORM.

           IF WS-PG-TROUVE = 0
               MOVE SPACE TO WS-EF-SORT(WS-IDX-EF)
               STRING "*** NIVEAU ABSENT DE LA TABLE DE PROGRESSION: "
                   "CLASSE " WS-EF-CLASS(WS-IDX-EF) " - "
                   WS-EF-LASTNAME(WS-IDX-EF) " "
                   WS-EF-FIRSTNAME(WS-IDX-EF)
                   " INE " WS-EF-INE(WS-IDX-EF)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0310-NIVEAU-SUIVANT-FIN
           END-IF.

           IF WS-PG-SUIVANT(WS-PG-TROUVE) = SPACES
               MOVE 'S' TO WS-EF-SORT(WS-IDX-EF)
               MOVE SPACES TO WS-EF-NV-CLASS(WS-IDX-EF)
               GO TO 0310-NIVEAU-SUIVANT-FIN
           END-IF.

           MOVE 'P' TO WS-EF-SORT(WS-IDX-EF).
           MOVE SPACES TO WS-SUFFIXE-CLASSE.
           MOVE WS-EF-CLASS(WS-IDX-EF)(WS-PG-LONG-MAX + 1:)
               TO WS-SUFFIXE-CLASSE.
           MOVE SPACES TO WS-EF-NV-CLASS(WS-IDX-EF).
           STRING WS-PG-SUIVANT(WS-PG-TROUVE) DELIMITED BY SPACE
               WS-SUFFIXE-CLASSE DELIMITED BY SIZE
               INTO WS-EF-NV-CLASS(WS-IDX-EF)
           END-STRING.
           0310-NIVEAU-SUIVANT-FIN.


      *****************************************************************
      *
      *****************************************************************
       0400-ECRIRE-PROJET-DEB.
      *****************************************************************
      * Ecrit le projet d'effectif de la rentrée (nveffectifs.dat) :
      * admis dans leur nouvelle classe, redoublants et élèves à
      * régler dans leur classe actuelle, sortants retirés. Liste au
      * compte rendu le sort de chaque élève, puis les élèves restant
      * à régler avant validation du passage.
      *****************************************************************
           OPEN OUTPUT F-NOUVEAUX.
           IF NOT F-NOUVEAUX-STATUS-OK
               PERFORM 0410-ERREUR-PROJET-DEB
                   THRU 0410-ERREUR-PROJET-FIN
           END-IF.

           MOVE "----- SORT DES ELEVES A LA RENTREE -----"
               TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "CLASSE     NOM     PRENOM   INE          MOY.  "
               "RANG       DECISION RETENUE                "
               "SORT            NV CLASSE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.

           PERFORM VARYING WS-IDX-EF FROM 1 BY 1
                   UNTIL WS-IDX-EF > WS-EFF-LGHT
               EVALUATE TRUE
                   WHEN WS-EF-PASSE(WS-IDX-EF)
                       MOVE "PASSAGE" TO WS-SORT-LIB
                   WHEN WS-EF-REDOUBLE(WS-IDX-EF)
                       MOVE "REDOUBLEMENT" TO WS-SORT-LIB
                   WHEN WS-EF-SORTANT(WS-IDX-EF)
                       MOVE "SORTIE" TO WS-SORT-LIB
                   WHEN OTHER
                       MOVE "*** A REGLER" TO WS-SORT-LIB
               END-EVALUATE
               MOVE WS-EF-CLASS(WS-IDX-EF)     TO WS-LE-CLASS
               MOVE WS-EF-LASTNAME(WS-IDX-EF)  TO WS-LE-LASTNAME
               MOVE WS-EF-FIRSTNAME(WS-IDX-EF) TO WS-LE-FIRSTNAME
               MOVE WS-EF-INE(WS-IDX-EF)       TO WS-LE-INE
               EVALUATE TRUE
                   WHEN WS-EF-NON-NOTE(WS-IDX-EF)
                       MOVE "-----" TO WS-LE-MOYENNE
                       MOVE "NON NOTE" TO WS-LE-RANG
                   WHEN WS-EF-A-RESULTAT(WS-IDX-EF)
                       MOVE WS-EF-MOYENNE(WS-IDX-EF) TO WS-E-MOYENNE
                       MOVE WS-E-MOYENNE TO WS-LE-MOYENNE
                       MOVE WS-EF-RANG(WS-IDX-EF) TO WS-E-RANG
                       MOVE WS-EF-EFFECTIF(WS-IDX-EF) TO WS-E-EFFECTIF
                       MOVE SPACES TO WS-LE-RANG
                       STRING WS-E-RANG "/" WS-E-EFFECTIF
                           DELIMITED BY SIZE INTO WS-LE-RANG
                       END-STRING
                   WHEN OTHER
                       MOVE "-----" TO WS-LE-MOYENNE
                       MOVE "SANS RES." TO WS-LE-RANG
               END-EVALUATE
               MOVE WS-EF-TEXTE(WS-IDX-EF)     TO WS-LE-TEXTE
               MOVE WS-SORT-LIB                TO WS-LE-SORT
               MOVE WS-EF-NV-CLASS(WS-IDX-EF)  TO WS-LE-NV-CLASS
               MOVE WS-LIGNE-ELEVE TO WS-RAPPORT-LIGNE
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN

               IF NOT WS-EF-SORTANT(WS-IDX-EF)
                   MOVE WS-EF-NV-CLASS(WS-IDX-EF)  TO R-NV-CLASS
                   MOVE WS-EF-LASTNAME(WS-IDX-EF)  TO R-NV-LASTNAME
                   MOVE WS-EF-FIRSTNAME(WS-IDX-EF) TO R-NV-FIRSTNAME
                   MOVE WS-EF-INE(WS-IDX-EF)       TO R-NV-INE
                   WRITE REC-NOUVEAU
                   IF NOT F-NOUVEAUX-STATUS-OK
                       PERFORM 0410-ERREUR-PROJET-DEB
                           THRU 0410-ERREUR-PROJET-FIN
                   END-IF
                   ADD 1 TO WS-CPT-NOUVEAUX
               END-IF
           END-PERFORM.
           CLOSE F-NOUVEAUX.

      * Elèves à régler : regroupés en fin de liste pour le
      * secrétariat (décision à saisir, niveau à ajouter à la table)
           IF WS-CPT-A-REGLER NOT = 0
               MOVE "----- ELEVES A REGLER AVANT VALIDATION -----"
                   TO WS-RAPPORT-LIGNE
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM VARYING WS-IDX-EF FROM 1 BY 1
                       UNTIL WS-IDX-EF > WS-EFF-LGHT
                   IF WS-EF-A-REGLER(WS-IDX-EF)
                       IF WS-EF-TEXTE(WS-IDX-EF) = SPACES
                           STRING "*** SANS DECISION DU CONSEIL: "
                               WS-EF-CLASS(WS-IDX-EF) " "
                               WS-EF-LASTNAME(WS-IDX-EF) " "
                               WS-EF-FIRSTNAME(WS-IDX-EF)
                               " INE " WS-EF-INE(WS-IDX-EF)
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LIGNE
                           END-STRING
                       ELSE
                           STRING "*** NIVEAU SANS PROGRESSION: "
                               WS-EF-CLASS(WS-IDX-EF) " "
                               WS-EF-LASTNAME(WS-IDX-EF) " "
                               WS-EF-FIRSTNAME(WS-IDX-EF)
                               " INE " WS-EF-INE(WS-IDX-EF)
                               " - " WS-EF-TEXTE(WS-IDX-EF)
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LIGNE
                           END-STRING
                       END-IF
                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                           THRU 0610-ECRIRE-RAPPORT-FIN
                   END-IF
               END-PERFORM
           END-IF.
           0400-ECRIRE-PROJET-FIN.


      *****************************************************************
      *
      *****************************************************************
       0410-ERREUR-PROJET-DEB.
      *****************************************************************
      * Erreur d'ouverture ou d'écriture sur nveffectifs.dat : statut
      * tracé au rapport puis arrêt propre du run (avant tout
      * archivage : les fichiers de l'année restent en place).
      *****************************************************************
           DISPLAY "*** ERREUR SUR NVEFFECTIFS.DAT - STATUT: "
               F-NOUVEAUX-STATUS.
           STRING "*** ERREUR SUR NVEFFECTIFS.DAT - STATUT: "
               F-NOUVEAUX-STATUS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           CLOSE F-NOUVEAUX.
           PERFORM 0630-ABANDON-RUN-DEB
               THRU 0630-ABANDON-RUN-FIN.
           0410-ERREUR-PROJET-FIN.


      *****************************************************************
      *
      *****************************************************************
       0500-ARCHIVER-ANNEE-DEB.
      *****************************************************************
      * Archive histo.dat, prevterm.dat et registre.dat sous
      * <fichier>-<année scolaire>.dat puis les remet à zéro pour la
      * rentrée. Une archive déjà présente pour cette année signale
      * un passage déjà fait : rien n'est écrasé ni vidé, arrêt
      * propre. Toutes les copies sont faites avant la première
      * remise à zéro.
      *****************************************************************
           MOVE "----- ARCHIVAGE DE L'ANNEE -----" TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.

           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > 3
               PERFORM 0505-NOMMER-ARCHIVE-DEB
                   THRU 0505-NOMMER-ARCHIVE-FIN
               OPEN INPUT F-ARCH-CIBLE
               IF NOT F-ARCH-CIBLE-STATUS-NOFILE
                   IF F-ARCH-CIBLE-STATUS-OK
                       CLOSE F-ARCH-CIBLE
                   END-IF
                   STRING "*** ARCHIVE DEJA PRESENTE: "
                       DELIMITED BY SIZE
                       WS-ARCH-CIBLE DELIMITED BY SPACE
                       " (STATUT " F-ARCH-CIBLE-STATUS
                       ") - PASSAGE DEJA FAIT ?"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
                   STRING "*** AUCUN FICHIER ARCHIVE NI REMIS A ZERO"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
                   PERFORM 0630-ABANDON-RUN-DEB
                       THRU 0630-ABANDON-RUN-FIN
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > 3
               PERFORM 0505-NOMMER-ARCHIVE-DEB
                   THRU 0505-NOMMER-ARCHIVE-FIN
               PERFORM 0510-COPIER-FICHIER-DEB
                   THRU 0510-COPIER-FICHIER-FIN
           END-PERFORM.

           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > 3
               PERFORM 0505-NOMMER-ARCHIVE-DEB
                   THRU 0505-NOMMER-ARCHIVE-FIN
               OPEN OUTPUT F-ARCH-SOURCE
               IF NOT F-ARCH-SOURCE-STATUS-OK
                   PERFORM 0520-ERREUR-ARCHIVE-DEB
                       THRU 0520-ERREUR-ARCHIVE-FIN
               END-IF
               CLOSE F-ARCH-SOURCE
               STRING WS-ARCH-SOURCE DELIMITED BY SPACE
                   " REMIS A ZERO POUR LA RENTREE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-PERFORM.
           0500-ARCHIVER-ANNEE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0505-NOMMER-ARCHIVE-DEB.
      *****************************************************************
      * Noms du fichier WS-IDX-FA de l'année et de son archive.
      *****************************************************************
           MOVE WS-FA-NOM(WS-IDX-FA) TO WS-ARCH-SOURCE.
           MOVE SPACES TO WS-ARCH-CIBLE.
           STRING WS-FA-RACINE(WS-IDX-FA) DELIMITED BY SPACE
               "-" WS-ANNEE-SCOLAIRE DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-CIBLE
           END-STRING.
           0505-NOMMER-ARCHIVE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0510-COPIER-FICHIER-DEB.
      *****************************************************************
      * Copie ligne à ligne le fichier WS-ARCH-SOURCE dans son
      * archive WS-ARCH-CIBLE. Un fichier de l'année absent (aucune
      * classe reportée dans registre.dat, prevterm.dat jamais écrit)
      * donne une archive vide, signalée.
      *****************************************************************
           MOVE 0 TO WS-FA-NB-ENREG(WS-IDX-FA).
           OPEN OUTPUT F-ARCH-CIBLE.
           IF NOT F-ARCH-CIBLE-STATUS-OK
               PERFORM 0520-ERREUR-ARCHIVE-DEB
                   THRU 0520-ERREUR-ARCHIVE-FIN
           END-IF.
           OPEN INPUT F-ARCH-SOURCE.
           IF F-ARCH-SOURCE-STATUS-NOFILE
               CLOSE F-ARCH-CIBLE
               STRING WS-ARCH-SOURCE DELIMITED BY SPACE
                   " ABSENT - ARCHIVE VIDE " DELIMITED BY SIZE
                   WS-ARCH-CIBLE DELIMITED BY SIZE
                   INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0510-COPIER-FICHIER-FIN
           END-IF.
           IF NOT F-ARCH-SOURCE-STATUS-OK
               CLOSE F-ARCH-CIBLE
               PERFORM 0520-ERREUR-ARCHIVE-DEB
                   THRU 0520-ERREUR-ARCHIVE-FIN
           END-IF.

           PERFORM UNTIL F-ARCH-SOURCE-STATUS-EOF
               READ F-ARCH-SOURCE
                   NOT AT END
                       MOVE REC-ARCH-SOURCE TO REC-ARCH-CIBLE
                       WRITE REC-ARCH-CIBLE
                       IF NOT F-ARCH-CIBLE-STATUS-OK
                           CLOSE F-ARCH-SOURCE
                           PERFORM 0520-ERREUR-ARCHIVE-DEB
                               THRU 0520-ERREUR-ARCHIVE-FIN
                       END-IF
                       ADD 1 TO WS-FA-NB-ENREG(WS-IDX-FA)
               END-READ
           END-PERFORM.
           CLOSE F-ARCH-SOURCE.
           CLOSE F-ARCH-CIBLE.

           STRING WS-ARCH-SOURCE DELIMITED BY SPACE
               " ARCHIVE DANS " DELIMITED BY SIZE
               WS-ARCH-CIBLE DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               WS-FA-NB-ENREG(WS-IDX-FA) DELIMITED BY SIZE
               " ENREGISTREMENT(S)" DELIMITED BY SIZE
               INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0510-COPIER-FICHIER-FIN.


      *****************************************************************
      *
      *****************************************************************
       0520-ERREUR-ARCHIVE-DEB.
      *****************************************************************
      * Erreur sur un fichier de l'année ou sur son archive : statuts
      * tracés au rapport puis arrêt propre du run. Les remises à
      * zéro n'ont lieu qu'après toutes les copies : une erreur de
      * copie laisse les fichiers de l'année intacts.
      *****************************************************************
           DISPLAY "*** ERREUR D'ARCHIVAGE: " WS-ARCH-SOURCE
               " STATUT " F-ARCH-SOURCE-STATUS " / "
               WS-ARCH-CIBLE " STATUT " F-ARCH-CIBLE-STATUS.
           STRING "*** ERREUR D'ARCHIVAGE: " DELIMITED BY SIZE
               WS-ARCH-SOURCE DELIMITED BY SPACE
               " STATUT " F-ARCH-SOURCE-STATUS " / "
               DELIMITED BY SIZE
               WS-ARCH-CIBLE DELIMITED BY SPACE
               " STATUT " F-ARCH-CIBLE-STATUS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           PERFORM 0630-ABANDON-RUN-DEB
               THRU 0630-ABANDON-RUN-FIN.
           0520-ERREUR-ARCHIVE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0600-OUVRIR-RAPPORT-DEB.
      *****************************************************************
      * Ouvre rappassage.dat (en remplacement du rapport du passage
      * précédent) et écrit son en-tête daté.
      *****************************************************************
           OPEN OUTPUT F-RAPPORT.
           IF NOT F-RAPPORT-STATUS-OK
               DISPLAY "*** ERREUR SUR RAPPASSAGE.DAT - STATUT: "
                   F-RAPPORT-STATUS
               DISPLAY "*** ARRET DU TRAITEMENT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-RAPPORT-SWITCH.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE ALL "=" TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           MOVE "RAPPORT D'EXECUTION - PASSAGE A L'ANNEE SUIVANTE"
               TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "DATE DU RUN: " WS-RUN-DATE-JJ "/" WS-RUN-DATE-MM
               "/" WS-RUN-DATE-AAAA "  HEURE: " WS-RUN-TIME-HH ":"
               WS-RUN-TIME-MN ":" WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           MOVE ALL "=" TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0600-OUVRIR-RAPPORT-FIN.


      *****************************************************************
      *
      *****************************************************************
       0610-ECRIRE-RAPPORT-DEB.
      *****************************************************************
      * Ecrit la ligne préparée dans WS-RAPPORT-LIGNE vers
      * rappassage.dat puis la réinitialise. Si le rapport n'est pas
      * (ou plus) ouvert, la ligne part en console pour ne pas etre
      * perdue.
      *****************************************************************
           IF WS-RAPPORT-OUVERT
               MOVE WS-RAPPORT-LIGNE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT
               IF NOT F-RAPPORT-STATUS-OK
                   DISPLAY "*** ERREUR SUR RAPPASSAGE.DAT - STATUT: "
                       F-RAPPORT-STATUS
                   DISPLAY "*** LIGNE CONCERNEE: " WS-RAPPORT-LIGNE
                   DISPLAY "*** ARRET DU TRAITEMENT"
                   CLOSE F-RAPPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY WS-RAPPORT-LIGNE
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LIGNE.
           0610-ECRIRE-RAPPORT-FIN.


      *****************************************************************
      *
      *****************************************************************
       0620-CLORE-RAPPORT-DEB.
      *****************************************************************
      * Ecrit la synthèse du passage et le statut de fin, puis ferme
      * le rapport. Code retour 004 quand des élèves restent à
      * régler : le projet d'effectif est écrit mais l'année n'est
      * ni archivée ni remise à zéro - relancer après correction.
      *****************************************************************
           MOVE "----- SYNTHESE DU PASSAGE -----" TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "INSCRITS: " WS-EFF-LGHT
               "  PASSAGES: " WS-CPT-PASSAGES
               "  REDOUBLEMENTS: " WS-CPT-REDOUBLEMENTS
               "  SORTIES: " WS-CPT-SORTANTS
               "  A REGLER: " WS-CPT-A-REGLER
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "INSCRITS SANS RESULTAT ANNUEL: " WS-CPT-SANS-RESULTAT
               "  DECISIONS IGNOREES: " WS-CPT-DECISIONS-REJETS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "PROJET D'EFFECTIF DE LA RENTREE (NVEFFECTIFS.DAT): "
               WS-CPT-NOUVEAUX " INSCRIT(S)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           IF WS-CPT-A-REGLER NOT = 0
               STRING "FIN AVEC ELEVES A REGLER - ANNEE NI ARCHIVEE NI "
                   "REMISE A ZERO - CODE RETOUR 004"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "FIN NORMALE DU TRAITEMENT - CODE RETOUR 000"
                   TO WS-RAPPORT-LIGNE
           END-IF.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           CLOSE F-RAPPORT.
           MOVE 'N' TO WS-RAPPORT-SWITCH.
           0620-CLORE-RAPPORT-FIN.


      *****************************************************************
      *
      *****************************************************************
       0630-ABANDON-RUN-DEB.
      *****************************************************************
      * Clôture d'urgence : trace le statut d'abandon dans le rapport
      * (l'anomalie détaillée a déjà été écrite par l'appelant), ferme
      * le rapport et arrête le run avec le code retour 16.
      *****************************************************************
           MOVE "ARRET ANORMAL DU TRAITEMENT - CODE RETOUR 016"
               TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           IF WS-RAPPORT-OUVERT
               CLOSE F-RAPPORT
               MOVE 'N' TO WS-RAPPORT-SWITCH
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
           0630-ABANDON-RUN-FIN.
