      * Correction de notes après édition des bulletins : une note
      * contestée ou mal saisie se corrige ici, et non plus en
      * retouchant input.dat à la main puis en relançant le run (qui
      * réécrivait tous les bulletins et doublait l'historique).
      * Chaque correction (INE, classe, trimestre, matière, ancienne
      * note, nouvelle note, auteur de l'autorisation, motif) est
      * contrôlée contre histo.dat et contre l'export courant, puis
      * appliquée : la moyenne, le rang et la mention de l'élève sont
      * recalculés, histo.dat et export.dat mis à jour, et un journal
      * daté avant / après est conservé pour l'audit.

      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. correction.
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

      * Fichier des corrections à appliquer : une correction par
      * enregistrement, saisie par le secrétariat sur autorisation
      * (chef d'établissement, conseil de classe...)
           SELECT F-CORRECTIONS
               ASSIGN TO 'corrections.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CORRECTIONS-STATUS.

      * Fichier des paramètres de section (même fichier que pour le
      * programme d'édition des bulletins) : seuls le barème des
      * mentions et les bornes de plausibilité servent ici
           SELECT F-PARAMS
               ASSIGN TO 'parametres.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PARAMS-STATUS.

      * Historique de l'année produit par le programme d'édition des
      * bulletins : référence du contrôle des corrections, réécrit
      * avec les notes corrigées
           SELECT F-HISTO
               ASSIGN TO 'histo.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTO-STATUS.

      * Copie de histo.dat prise avant correction : le fichier est
      * réécrit à partir d'elle, qui reste disponible en cas de doute
           SELECT F-HISTO-SAV
               ASSIGN TO 'histo.sav'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTO-SAV-STATUS.

      * Export courant vers le logiciel administratif (dernier run du
      * programme d'édition) : contrôlé puis réécrit si la classe et
      * le trimestre corrigés y figurent
           SELECT F-EXPORT
               ASSIGN TO 'export.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXPORT-STATUS.

      * Copie de export.dat prise avant correction (même usage que
      * histo.sav)
           SELECT F-EXPORT-SAV
               ASSIGN TO 'export.sav'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EXPORT-SAV-STATUS.

      * Moyennes du dernier trimestre édité, comparatif du trimestre
      * suivant : mises à jour quand l'export l'est aussi
           SELECT F-PREVTERM
               ASSIGN TO 'prevterm.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PREVTERM-STATUS.

      * Journal des corrections : un enregistrement daté par
      * correction appliquée (avant / après), ajouté en fin de
      * fichier d'un run à l'autre - jamais réécrit
           SELECT OPTIONAL F-JOURNAL
               ASSIGN TO 'journalcor.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JOURNAL-STATUS.

      * Fichier de compte rendu du run de correction
           SELECT F-RAPPORT
               ASSIGN TO 'rapcorrection.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

      ****************************************************************
      *
      ****************************************************************

       DATA DIVISION.
       FILE SECTION.

      * Correction : identité de la note (INE, classe et trimestre
      * cadrés comme dans histo.dat, libellé cadré comme R-LABEL),
      * note d'origine telle qu'éditée, note corrigée, auteur de
      * l'autorisation et motif
       FD  F-CORRECTIONS
           RECORD CONTAINS 122 CHARACTERS
           RECORDING MODE IS F.

       01  REC-CORRECTION.
           03 R-CO-INE             PIC X(11).
           03 R-CO-CLASS           PIC X(10).
           03 R-CO-TERM            PIC X(10).
           03 R-CO-LABEL           PIC X(21).
           03 R-CO-ANCIENNE        PIC 99,99.
           03 R-CO-NOUVELLE        PIC 99,99.
           03 R-CO-AUTORISE        PIC X(20).
           03 R-CO-MOTIF           PIC X(40).

      * Fichier des paramètres : dessin identique au programme
      * d'édition des bulletins ('M' barème, 'B' bornes - les autres
      * types sont ignorés ici)
       FD  F-PARAMS
           RECORD CONTAINS 1 TO 80 CHARACTERS
           RECORDING MODE IS V.

       01  REC-PARAM-TYPE.
           03 R-P-TYPE         PIC X(01).

       01  REC-PARAM-MENTION.
           03 FILLER           PIC X(01).
           03 R-PM-SEUIL       PIC 99,99.
           03 R-PM-SENS        PIC X(01).
           03 R-PM-LIBELLE     PIC X(20).

       01  REC-PARAM-BORNES.
           03 FILLER           PIC X(01).
           03 R-PB-NOTE-MIN    PIC 99,99.
           03 R-PB-NOTE-MAX    PIC 99,99.
           03 R-PB-COEF-MIN    PIC 99,9.
           03 R-PB-COEF-MAX    PIC 99,9.

      * Fichier d'historique : dessin identique au programme d'édition
      * des bulletins
       FD  F-HISTO
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-HISTO.
           03 R-HI-INE             PIC X(11).
           03 R-HI-LASTNAME        PIC X(07).
           03 R-HI-FIRSTNAME       PIC X(07).
           03 R-HI-CLASS           PIC X(10).
           03 R-HI-TERM            PIC X(10).
           03 R-HI-LABEL           PIC X(21).
           03 R-HI-COEF            PIC 99,9.
           03 R-HI-GRADE           PIC 99,99.
           03 R-HI-STATUT          PIC X(04).
           03 FILLER               PIC X(01).

       FD  F-HISTO-SAV
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-HISTO-SAV           PIC X(80).

      * Fichier d'export : enregistrements longueur fixe de 100 car.,
      * dessins identiques au programme d'édition des bulletins ('E'
      * étudiant, 'C' cours valide de l'étudiant qui le précède, 'T'
      * totaux de contrôle en dernière position)
       FD  F-EXPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-EXPORT              PIC X(100).

       01  REC-EXP-ETUDIANT.
           03 R-EX-TYPE            PIC X(01).
           03 R-EX-E-SCHOOL        PIC X(20).
           03 R-EX-E-CLASS         PIC X(10).
           03 R-EX-E-TERM          PIC X(10).
           03 R-EX-E-LASTNAME      PIC X(07).
           03 R-EX-E-FIRSTNAME     PIC X(07).
           03 R-EX-E-INE           PIC X(11).
           03 R-EX-E-AVERAGE       PIC 99,99.
           03 R-EX-E-RANK          PIC 9(03).
           03 R-EX-E-MENTION       PIC X(20).
           03 FILLER               PIC X(06).

       01  REC-EXP-COURS.
           03 FILLER               PIC X(01).
           03 R-EX-C-LASTNAME      PIC X(07).
           03 R-EX-C-FIRSTNAME     PIC X(07).
           03 R-EX-C-LABEL         PIC X(21).
           03 R-EX-C-COEF          PIC 99,9.
           03 R-EX-C-GRADE         PIC 99,99.
           03 R-EX-C-STATUT        PIC X(04).
           03 FILLER               PIC X(51).

       01  REC-EXP-TOTAL.
           03 FILLER               PIC X(01).
           03 R-EX-T-NB-E          PIC 9(05).
           03 R-EX-T-NB-C          PIC 9(05).
           03 R-EX-T-SOMME-MOY     PIC 9(07),99.
           03 FILLER               PIC X(79).

       FD  F-EXPORT-SAV
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-EXPORT-SAV          PIC X(100).

      * Fichier de trimestre précédent : dessin identique au
      * programme d'édition des bulletins
       FD  F-PREVTERM
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-PREVTERM.
           03 R-PT-LASTNAME        PIC X(07).
           03 R-PT-FIRSTNAME       PIC X(07).
           03 R-PT-AVERAGE         PIC 99,99.
           03 R-PT-INE             PIC X(11).

      * Journal des corrections : date et heure du run, identité de
      * la note, note, moyenne, rang et mention avant et après la
      * correction, auteur de l'autorisation, motif, et indicateur
      * de mise à jour de l'export ('O' / 'N')
       FD  F-JOURNAL
           RECORD CONTAINS 220 CHARACTERS
           RECORDING MODE IS F.

       01  REC-JOURNAL.
           03 R-JC-DATE            PIC 9(08).
           03 R-JC-HEURE           PIC 9(06).
           03 R-JC-INE             PIC X(11).
           03 R-JC-LASTNAME        PIC X(07).
           03 R-JC-FIRSTNAME       PIC X(07).
           03 R-JC-CLASS           PIC X(10).
           03 R-JC-TERM            PIC X(10).
           03 R-JC-LABEL           PIC X(21).
           03 R-JC-COEF            PIC 99,9.
           03 R-JC-NOTE-AVANT      PIC 99,99.
           03 R-JC-NOTE-APRES      PIC 99,99.
           03 R-JC-MOY-AVANT       PIC 99,99.
           03 R-JC-MOY-APRES       PIC 99,99.
           03 R-JC-RANG-AVANT      PIC 9(03).
           03 R-JC-RANG-APRES      PIC 9(03).
           03 R-JC-MENTION-AVANT   PIC X(20).
           03 R-JC-MENTION-APRES   PIC X(20).
           03 R-JC-AUTORISE        PIC X(20).
           03 R-JC-MOTIF           PIC X(40).
           03 R-JC-EXPORT          PIC X(01).
           03 FILLER               PIC X(09).

      * Fichier de compte rendu du run : enregistrements longueur fixe
      * de 132 caractères (une ligne de rapport par enregistrement)
       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT           PIC X(132).

      *****************************************************************
      *
      *****************************************************************

       WORKING-STORAGE SECTION.

      * Codes de statut pour les fichiers
       01  F-CORRECTIONS-STATUS    PIC X(02) VALUE SPACE.
           88 F-CORRECTIONS-STATUS-OK     VALUE '00'.
           88 F-CORRECTIONS-STATUS-EOF    VALUE '10'.
           88 F-CORRECTIONS-STATUS-NOFILE VALUE '35'.

       01  F-PARAMS-STATUS         PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK        VALUE '00'.
           88 F-PARAMS-STATUS-EOF       VALUE '10'.
           88 F-PARAMS-STATUS-NOFILE    VALUE '35'.

       01  F-HISTO-STATUS          PIC X(02) VALUE SPACE.
           88 F-HISTO-STATUS-OK         VALUE '00'.
           88 F-HISTO-STATUS-EOF        VALUE '10'.
           88 F-HISTO-STATUS-NOFILE     VALUE '35'.

       01  F-HISTO-SAV-STATUS      PIC X(02) VALUE SPACE.
           88 F-HISTO-SAV-STATUS-OK     VALUE '00'.
           88 F-HISTO-SAV-STATUS-EOF    VALUE '10'.

       01  F-EXPORT-STATUS         PIC X(02) VALUE SPACE.
           88 F-EXPORT-STATUS-OK        VALUE '00'.
           88 F-EXPORT-STATUS-EOF       VALUE '10'.
           88 F-EXPORT-STATUS-NOFILE    VALUE '35'.

       01  F-EXPORT-SAV-STATUS     PIC X(02) VALUE SPACE.
           88 F-EXPORT-SAV-STATUS-OK    VALUE '00'.
           88 F-EXPORT-SAV-STATUS-EOF   VALUE '10'.

       01  F-PREVTERM-STATUS       PIC X(02) VALUE SPACE.
           88 F-PREVTERM-STATUS-OK      VALUE '00'.
           88 F-PREVTERM-STATUS-EOF     VALUE '10'.
           88 F-PREVTERM-STATUS-NOFILE  VALUE '35'.

      * '05' = fichier optionnel absent, créé par l'OPEN EXTEND :
      * cas normal de la toute première correction de l'année
       01  F-JOURNAL-STATUS        PIC X(02) VALUE SPACE.
           88 F-JOURNAL-STATUS-OK       VALUES '00' '05'.

       01  F-RAPPORT-STATUS        PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK       VALUE '00'.

      * Table des corrections du lot, dans l'ordre du fichier : état
      * de la correction ('A' acceptée, 'R' rejetée, blanc tant que
      * les contrôles ne sont pas terminés), résultats des contrôles
      * contre histo.dat et export.dat, puis moyenne, rang et mention
      * de l'élève avant et après application
       01  WS-DATA-CORR.
           05 WS-CORR-LGHT            PIC 9(03) VALUE 0.
              *> Nombre de corrections chargées
           05 WS-CORR-T OCCURS 1 TO 200 TIMES
                                       DEPENDING ON WS-CORR-LGHT.
             10 WS-CO-INE             PIC X(11).
             10 WS-CO-CLASS           PIC X(10).
             10 WS-CO-TERM            PIC X(10).
             10 WS-CO-LABEL           PIC X(21).
             10 WS-CO-ANCIENNE        PIC 99V99.
             10 WS-CO-NOUVELLE        PIC 99V99.
             10 WS-CO-AUTORISE        PIC X(20).
             10 WS-CO-MOTIF           PIC X(40).
             10 WS-CO-ETAT            PIC X(01).
                88 WS-CO-ACCEPTEE     VALUE 'A'.
                88 WS-CO-REJETEE      VALUE 'R'.
      * Contrôle contre histo.dat : nombre de notes trouvées pour la
      * clé, note relevée, coefficient, identité et poste de l'élève
      * dans la table des moyennes
             10 WS-CO-NB-HISTO        PIC 9(02).
             10 WS-CO-NOTE-HISTO      PIC 99V99.
             10 WS-CO-STATUT-HISTO    PIC X(04).
             10 WS-CO-COEF            PIC 99V9.
             10 WS-CO-LASTNAME        PIC X(07).
             10 WS-CO-FIRSTNAME       PIC X(07).
             10 WS-CO-ELEVE           PIC 9(04).
      * Contrôle contre export.dat : classe et trimestre présents
      * dans l'export, nombre de notes trouvées, note relevée
             10 WS-CO-EXP-CLASSE      PIC X(01).
                88 WS-CO-CLASSE-EXPORTEE VALUE 'O'.
             10 WS-CO-NB-EXPORT       PIC 9(02).
             10 WS-CO-NOTE-EXPORT     PIC 99V99.
      * Résultats de l'élève avant et après la correction
             10 WS-CO-MOY-AVANT       PIC 99V99.
             10 WS-CO-MOY-APRES       PIC 99V99.
             10 WS-CO-RANG-AVANT      PIC 9(03).
             10 WS-CO-RANG-APRES      PIC 9(03).
             10 WS-CO-MENTION-AVANT   PIC X(20).
             10 WS-CO-MENTION-APRES   PIC X(20).

      * Index utilisé pour parcourir les corrections
       77  WS-IDX-CO                  PIC 9(03).
      * Index auxiliaire (recherche d'une correction en double)
       77  WS-IDX-CO2                 PIC 9(03).

      * Table des élèves des classes et trimestres concernés par une
      * correction, alimentée depuis histo.dat : sommes des
      * coefficients et des notes pondérées de ses cours, puis
      * moyenne, rang et mention recalculés comme au run d'édition
       01  WS-DATA-ELEVE.
           05 WS-ELEVE-LGHT           PIC 9(04) VALUE 0.
              *> Nombre d'élèves chargés
           05 WS-ELEVE-T OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-ELEVE-LGHT.
             10 WS-ET-INE             PIC X(11).
             10 WS-ET-LASTNAME        PIC X(07).
             10 WS-ET-FIRSTNAME       PIC X(07).
             10 WS-ET-CLASS           PIC X(10).
             10 WS-ET-TERM            PIC X(10).
             10 WS-ET-SUM-COEF        PIC 9(05)V9.
             10 WS-ET-SUM-PONDEREE    PIC 9(05)V99.
             10 WS-ET-MOYENNE         PIC 99V99.
             10 WS-ET-RANG            PIC 9(03).
             10 WS-ET-RANG-PREC       PIC 9(03).
             10 WS-ET-MENTION         PIC X(20).
      * Levé quand la moyenne, le rang ou la mention de l'élève a
      * changé : l'export et le comparatif sont alors à mettre à jour
             10 WS-ET-MODIF           PIC X(01).
                88 WS-ET-MODIFIE      VALUE 'Y'.

      * Index utilisé pour parcourir les élèves
       77  WS-IDX-ET                  PIC 9(04).
      * Index auxiliaire utilisé pour le calcul des rangs
       77  WS-IDX-ET2                 PIC 9(04).
      * Poste d'élève trouvé (ou créé) pour l'enregistrement courant
       77  WS-ET-TROUVE               PIC 9(04).

      * Classe et trimestre dont les résultats sont à recalculer
      * (0350)
       01  WS-GR-CLASS                PIC X(10) VALUE SPACES.
       01  WS-GR-TERM                 PIC X(10) VALUE SPACES.

      * somme des coef.
       01  WS-SUM-COEF                PIC 9(05)V9    VALUE 0.
      * somme ponderee
       01  WS-SUM-PONDEREE            PIC 9(05)V99   VALUE 0.
      * Note et coefficient de l'enregistrement d'historique courant
      * (zones de calcul, les zones du fichier étant éditées)
       01  WS-HI-NOTE                 PIC 99V99      VALUE 0.
       01  WS-HI-COEF                 PIC 99V9       VALUE 0.
      * Ecart entre nouvelle et ancienne note d'une correction
       01  WS-ECART-NOTE              PIC S99V99     VALUE 0.

      * Indique que l'enregistrement lu concerne une classe et un
      * trimestre à corriger
       01  WS-CONCERNE-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-CONCERNE             VALUE 'Y'.

      * Elève de l'enregistrement 'E' courant de l'export : les
      * enregistrements 'C' qui le suivent n'ont pas d'INE et s'y
      * rattachent par position
       01  WS-EXP-COURANT.
           05 WS-EXC-INE              PIC X(11).
           05 WS-EXC-CLASS            PIC X(10).
           05 WS-EXC-TERM             PIC X(10).
           05 WS-EXC-LASTNAME         PIC X(07).
           05 WS-EXC-FIRSTNAME        PIC X(07).
      * Indique qu'au moins une correction acceptée porte sur une
      * classe et un trimestre présents dans export.dat
       01  WS-MAJ-EXPORT-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-MAJ-EXPORT           VALUE 'Y'.
      * Moyenne de l'enregistrement 'E' courant (zone de calcul) et
      * somme des moyennes réécrites dans l'export (totaux 'T')
       01  WS-EXP-MOYENNE             PIC 99V99 VALUE 0.
       01  WS-SOMME-MOYENNES          PIC 9(07)V99 VALUE 0.

      * Moyennes du trimestre précédent relues depuis prevterm.dat
       01  WS-PREV-DATA.
           05 WS-PREV-LGHT            PIC 9(04) VALUE 0.
              *> Nombre d'étudiants chargés depuis prevterm.dat
           05 WS-PREV-TERM-T OCCURS 1 TO 2000 TIMES
                                       DEPENDING ON WS-PREV-LGHT.
             10 WS-PT-LASTNAME        PIC X(07).
             10 WS-PT-FIRSTNAME       PIC X(07).
             10 WS-PT-AVERAGE         PIC 99V99.
             10 WS-PT-INE             PIC X(11).

      * Index utilisé pour parcourir le trimestre précédent
       77  WS-IDX-PT                  PIC 9(04).

      * Paramètres de section : barème des mentions et bornes de
      * plausibilité, chargés comme au run d'édition (fichier absent =
      * barème historique du collège et bornes par défaut)
       01  WS-PARAM-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-PARAM-FICHIER-LU     VALUE 'Y'.
       01  WS-MENTION-LGHT            PIC 9(02) VALUE 0.
          *> Nombre de tranches de mention chargées
       01  WS-DATA-MENTIONS.
           05 WS-MENTION-T OCCURS 10 TIMES.
             10 WS-MEN-SEUIL          PIC 99V99.
             10 WS-MEN-SENS           PIC X(01).
                88 WS-MEN-SENS-SUP    VALUE 'P'.
             10 WS-MEN-LIBELLE        PIC X(20).
       01  WS-BORNES.
           05 WS-BORNE-NOTE-MIN       PIC 99V99 VALUE 0.
           05 WS-BORNE-NOTE-MAX       PIC 99V99 VALUE 20,00.
           05 WS-BORNE-COEF-MIN       PIC 99V9  VALUE 0,1.
           05 WS-BORNE-COEF-MAX       PIC 99V9  VALUE 9,9.
      * Index utilisé pour parcourir les tranches de mention
       77  WS-IDX-MEN                 PIC 9(02).
      * Indique que la tranche de mention de l'élève a été trouvée
       01  WS-MENTION-TROUVEE-SW      PIC X(01) VALUE 'N'.
           88 WS-MENTION-TROUVEE      VALUE 'Y'.

      * Zones éditées pour les lignes du rapport
       01  WS-E-NOTE-AVANT            PIC Z9,99.
       01  WS-E-NOTE-APRES            PIC Z9,99.
       01  WS-E-MOY-AVANT             PIC Z9,99.
       01  WS-E-MOY-APRES             PIC Z9,99.
       01  WS-E-RANG-AVANT            PIC ZZ9.
       01  WS-E-RANG-APRES            PIC ZZ9.
       01  WS-E-BORNE-NOTE-MIN        PIC Z9,99.
       01  WS-E-BORNE-NOTE-MAX        PIC Z9,99.

      * Motif de rejet de la correction courante (blanc = acceptée)
       01  WS-MOTIF-REJET             PIC X(60) VALUE SPACES.

      * Date et heure du run, relevées à l'ouverture du rapport et
      * reprises dans son en-tête daté et dans le journal
       01  WS-RUN-DATE.
           05 WS-RUN-DATE-AAAA        PIC 9(04).
           05 WS-RUN-DATE-MM          PIC 9(02).
           05 WS-RUN-DATE-JJ          PIC 9(02).
       01  WS-RUN-TIME.
           05 WS-RUN-TIME-HH          PIC 9(02).
           05 WS-RUN-TIME-MN          PIC 9(02).
           05 WS-RUN-TIME-SS          PIC 9(02).
           05 FILLER                  PIC 9(02).

      * Compte rendu du run : ligne en cours de construction (écrite
      * dans rapcorrection.dat par 0610), indicateur d'ouverture du
      * fichier et compteurs de la synthèse
       01  WS-RAPPORT-LIGNE           PIC X(132) VALUE SPACES.
       01  WS-RAPPORT-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-RAPPORT-OUVERT       VALUE 'Y'.
       01  WS-RAPPORT-COMPTEURS.
           05 WS-CPT-CORR-LUES        PIC 9(05) VALUE 0.
           05 WS-CPT-CORR-ACCEPTEES   PIC 9(05) VALUE 0.
           05 WS-CPT-CORR-REJETEES    PIC 9(05) VALUE 0.
           05 WS-CPT-HISTO-LUS        PIC 9(07) VALUE 0.
           05 WS-CPT-HISTO-MODIFIES   PIC 9(05) VALUE 0.
           05 WS-CPT-EXPORT-MODIFIES  PIC 9(05) VALUE 0.
           05 WS-CPT-PREVTERM-MODIF   PIC 9(05) VALUE 0.
           05 WS-CPT-RANGS-MODIFIES   PIC 9(05) VALUE 0.
           05 WS-CPT-JOURNAL          PIC 9(05) VALUE 0.

      *****************************************************************
      *
      *****************************************************************

       PROCEDURE DIVISION.

      * Ouverture du compte rendu du run (en-tête daté)
       PERFORM 0600-OUVRIR-RAPPORT-DEB
           THRU 0600-OUVRIR-RAPPORT-FIN.

      * Barème des mentions et bornes de plausibilité de la section
       PERFORM 0190-LIRE-PARAMETRES-DEB
           THRU 0190-LIRE-PARAMETRES-FIN.

      * Chargement et contrôles de forme des corrections du lot
       PERFORM 0100-LIRE-CORRECTIONS-DEB
           THRU 0100-LIRE-CORRECTIONS-FIN.

      * Contrôle contre l'historique de l'année et chargement des
      * notes des classes et trimestres concernés
       PERFORM 0200-LIRE-HISTO-DEB
           THRU 0200-LIRE-HISTO-FIN.

      * Contrôle contre l'export courant
       PERFORM 0250-CONTROLER-EXPORT-DEB
           THRU 0250-CONTROLER-EXPORT-FIN.

      * Décision finale sur chaque correction, résultats avant
      * correction, puis application dans l'ordre du fichier
       PERFORM 0300-VALIDER-CORRECTIONS-DEB
           THRU 0300-VALIDER-CORRECTIONS-FIN.
       PERFORM 0400-APPLIQUER-CORRECTIONS-DEB
           THRU 0400-APPLIQUER-CORRECTIONS-FIN.

      * Mise à jour des fichiers et journal, seulement si au moins une
      * correction a été acceptée - le journal est ouvert avant de
      * toucher au moindre fichier : une correction appliquée doit
      * toujours pouvoir y être tracée
       IF WS-CPT-CORR-ACCEPTEES NOT = 0
           PERFORM 0490-OUVRIR-JOURNAL-DEB
               THRU 0490-OUVRIR-JOURNAL-FIN
           PERFORM 0500-REECRIRE-HISTO-DEB
               THRU 0500-REECRIRE-HISTO-FIN
           IF WS-MAJ-EXPORT
               PERFORM 0550-REECRIRE-EXPORT-DEB
                   THRU 0550-REECRIRE-EXPORT-FIN
               PERFORM 0570-REECRIRE-PREVTERM-DEB
                   THRU 0570-REECRIRE-PREVTERM-FIN
           END-IF
           PERFORM 0580-ECRIRE-JOURNAL-DEB
               THRU 0580-ECRIRE-JOURNAL-FIN
       END-IF.

      * Synthèse finale et clôture du compte rendu du run
       PERFORM 0620-CLORE-RAPPORT-DEB
           THRU 0620-CLORE-RAPPORT-FIN.

       STOP RUN.


      *****************************************************************
      *
      *****************************************************************
       0100-LIRE-CORRECTIONS-DEB.
      *****************************************************************
      * Charge les corrections depuis corrections.dat et rejette
      * d'emblée celles qui sont incomplètes ou invraisemblables :
      * INE absent (la note ne peut être retrouvée sans ambiguïté),
      * autorisation ou motif absent (la correction ne serait pas
      * auditable), nouvelle note hors bornes ou identique à
      * l'ancienne, correction en double dans le lot. Un fichier
      * absent ou vide n'est pas une erreur : rien à corriger.
      *****************************************************************
           MOVE 0 TO WS-CORR-LGHT.
           OPEN INPUT F-CORRECTIONS.
           IF F-CORRECTIONS-STATUS-NOFILE
               STRING "AUCUNE CORRECTION A APPLIQUER "
                   "(CORRECTIONS.DAT ABSENT)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0100-LIRE-CORRECTIONS-FIN
           END-IF.
           IF NOT F-CORRECTIONS-STATUS-OK
               DISPLAY "*** ERREUR SUR CORRECTIONS.DAT - STATUT: "
                   F-CORRECTIONS-STATUS
               STRING "*** ERREUR SUR CORRECTIONS.DAT - STATUT: "
                   F-CORRECTIONS-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           PERFORM UNTIL F-CORRECTIONS-STATUS-EOF
               READ F-CORRECTIONS
                   NOT AT END
                       ADD 1 TO WS-CPT-CORR-LUES
                       IF WS-CORR-LGHT >= 200
                           DISPLAY "*** TROP DE CORRECTIONS (MAX 200)"
                           MOVE "*** TROP DE CORRECTIONS (MAX 200)"
                               TO WS-RAPPORT-LIGNE
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                           CLOSE F-CORRECTIONS
                           PERFORM 0630-ABANDON-RUN-DEB
                               THRU 0630-ABANDON-RUN-FIN
                       END-IF
                       ADD 1 TO WS-CORR-LGHT
                       PERFORM 0105-CONTROLER-CORRECTION-DEB
                           THRU 0105-CONTROLER-CORRECTION-FIN
               END-READ
           END-PERFORM.
           CLOSE F-CORRECTIONS.

           STRING "CORRECTIONS CHARGEES: " WS-CORR-LGHT
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0100-LIRE-CORRECTIONS-FIN.


      *****************************************************************
      *
      *****************************************************************
       0105-CONTROLER-CORRECTION-DEB.
      *****************************************************************
      * Range la correction lue dans la table et applique les
      * contrôles de forme ; une correction rejetée ici n'est plus
      * considérée par la suite du run.
      *****************************************************************
           MOVE R-CO-INE       TO WS-CO-INE(WS-CORR-LGHT).
           MOVE R-CO-CLASS     TO WS-CO-CLASS(WS-CORR-LGHT).
           MOVE R-CO-TERM      TO WS-CO-TERM(WS-CORR-LGHT).
           MOVE R-CO-LABEL     TO WS-CO-LABEL(WS-CORR-LGHT).
           MOVE R-CO-ANCIENNE  TO WS-CO-ANCIENNE(WS-CORR-LGHT).
           MOVE R-CO-NOUVELLE  TO WS-CO-NOUVELLE(WS-CORR-LGHT).
           MOVE R-CO-AUTORISE  TO WS-CO-AUTORISE(WS-CORR-LGHT).
           MOVE R-CO-MOTIF     TO WS-CO-MOTIF(WS-CORR-LGHT).
           MOVE SPACE          TO WS-CO-ETAT(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-NB-HISTO(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-NOTE-HISTO(WS-CORR-LGHT).
           MOVE SPACES         TO WS-CO-STATUT-HISTO(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-COEF(WS-CORR-LGHT).
           MOVE SPACES         TO WS-CO-LASTNAME(WS-CORR-LGHT).
           MOVE SPACES         TO WS-CO-FIRSTNAME(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-ELEVE(WS-CORR-LGHT).
           MOVE 'N'            TO WS-CO-EXP-CLASSE(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-NB-EXPORT(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-NOTE-EXPORT(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-MOY-AVANT(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-MOY-APRES(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-RANG-AVANT(WS-CORR-LGHT).
           MOVE 0              TO WS-CO-RANG-APRES(WS-CORR-LGHT).
           MOVE SPACES         TO WS-CO-MENTION-AVANT(WS-CORR-LGHT).
           MOVE SPACES         TO WS-CO-MENTION-APRES(WS-CORR-LGHT).
           MOVE SPACES         TO WS-MOTIF-REJET.

           EVALUATE TRUE
               WHEN R-CO-INE = SPACES
                   MOVE "INE ABSENT" TO WS-MOTIF-REJET
               WHEN R-CO-CLASS = SPACES OR R-CO-TERM = SPACES
                   MOVE "CLASSE OU TRIMESTRE ABSENT" TO WS-MOTIF-REJET
               WHEN R-CO-LABEL = SPACES
                   MOVE "MATIERE ABSENTE" TO WS-MOTIF-REJET
               WHEN R-CO-AUTORISE = SPACES
                   MOVE "AUTORISATION NON RENSEIGNEE" TO WS-MOTIF-REJET
               WHEN R-CO-MOTIF = SPACES
                   MOVE "MOTIF NON RENSEIGNE" TO WS-MOTIF-REJET
               WHEN WS-CO-NOUVELLE(WS-CORR-LGHT) < WS-BORNE-NOTE-MIN
                 OR WS-CO-NOUVELLE(WS-CORR-LGHT) > WS-BORNE-NOTE-MAX
                   MOVE WS-BORNE-NOTE-MIN TO WS-E-BORNE-NOTE-MIN
                   MOVE WS-BORNE-NOTE-MAX TO WS-E-BORNE-NOTE-MAX
                   STRING "NOUVELLE NOTE HORS BORNES ("
                       WS-E-BORNE-NOTE-MIN " A " WS-E-BORNE-NOTE-MAX
                       ")" DELIMITED BY SIZE INTO WS-MOTIF-REJET
                   END-STRING
               WHEN WS-CO-NOUVELLE(WS-CORR-LGHT)
                  = WS-CO-ANCIENNE(WS-CORR-LGHT)
                   MOVE "NOUVELLE NOTE IDENTIQUE A L'ANCIENNE"
                       TO WS-MOTIF-REJET
           END-EVALUATE.

      * Deux corrections de la même note dans un lot : la seconde
      * partirait d'une ancienne note qui n'est plus la bonne
           IF WS-MOTIF-REJET = SPACES
               PERFORM VARYING WS-IDX-CO2 FROM 1 BY 1
                       UNTIL WS-IDX-CO2 >= WS-CORR-LGHT
                   IF NOT WS-CO-REJETEE(WS-IDX-CO2)
                     AND WS-CO-INE(WS-IDX-CO2) = R-CO-INE
                     AND WS-CO-CLASS(WS-IDX-CO2) = R-CO-CLASS
                     AND WS-CO-TERM(WS-IDX-CO2) = R-CO-TERM
                     AND WS-CO-LABEL(WS-IDX-CO2) = R-CO-LABEL
                       MOVE "CORRECTION EN DOUBLE DANS LE LOT"
                           TO WS-MOTIF-REJET
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               MOVE WS-CORR-LGHT TO WS-IDX-CO
               PERFORM 0310-REJETER-CORRECTION-DEB
                   THRU 0310-REJETER-CORRECTION-FIN
           END-IF.
           0105-CONTROLER-CORRECTION-FIN.


      *****************************************************************
      *
      *****************************************************************
       0190-LIRE-PARAMETRES-DEB.
      *****************************************************************
      * Charge le barème des mentions et les bornes de plausibilité
      * depuis parametres.dat s'il existe, sinon barème historique du
      * collège - même règle qu'au run d'édition des bulletins, pour
      * que la mention recalculée soit celle qu'aurait donnée le run.
      *****************************************************************
           MOVE 0 TO WS-MENTION-LGHT.
           MOVE 'N' TO WS-PARAM-SWITCH.
           OPEN INPUT F-PARAMS.
           IF F-PARAMS-STATUS-OK
               MOVE 'Y' TO WS-PARAM-SWITCH
               PERFORM UNTIL F-PARAMS-STATUS-EOF
                   READ F-PARAMS
                       NOT AT END
                           EVALUATE R-P-TYPE
                               WHEN 'M'
                                   IF WS-MENTION-LGHT < 10
                                       ADD 1 TO WS-MENTION-LGHT
                                       MOVE R-PM-SEUIL TO WS-MEN-SEUIL
                                           (WS-MENTION-LGHT)
                                       MOVE R-PM-SENS TO WS-MEN-SENS
                                           (WS-MENTION-LGHT)
                                       MOVE R-PM-LIBELLE
                                           TO WS-MEN-LIBELLE
                                           (WS-MENTION-LGHT)
                                   END-IF
                               WHEN 'B'
                                   MOVE R-PB-NOTE-MIN
                                       TO WS-BORNE-NOTE-MIN
                                   MOVE R-PB-NOTE-MAX
                                       TO WS-BORNE-NOTE-MAX
                                   MOVE R-PB-COEF-MIN
                                       TO WS-BORNE-COEF-MIN
                                   MOVE R-PB-COEF-MAX
                                       TO WS-BORNE-COEF-MAX
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE F-PARAMS
           END-IF.

      * Fichier absent ou sans tranche de mention : barème historique
      * du collège, identique à celui du run d'édition
           IF WS-MENTION-LGHT = 0
               MOVE 1 TO WS-MENTION-LGHT
               MOVE 16,00 TO WS-MEN-SEUIL(1)
               MOVE 'P' TO WS-MEN-SENS(1)
               MOVE "FELICITATIONS" TO WS-MEN-LIBELLE(1)
               MOVE 2 TO WS-MENTION-LGHT
               MOVE 14,00 TO WS-MEN-SEUIL(2)
               MOVE 'P' TO WS-MEN-SENS(2)
               MOVE "COMPLIMENTS" TO WS-MEN-LIBELLE(2)
               MOVE 3 TO WS-MENTION-LGHT
               MOVE 12,00 TO WS-MEN-SEUIL(3)
               MOVE 'P' TO WS-MEN-SENS(3)
               MOVE "ENCOURAGEMENTS" TO WS-MEN-LIBELLE(3)
               MOVE 4 TO WS-MENTION-LGHT
               MOVE 8,00 TO WS-MEN-SEUIL(4)
               MOVE 'M' TO WS-MEN-SENS(4)
               MOVE "AVERTISSEMENT" TO WS-MEN-LIBELLE(4)
           END-IF.

           IF WS-PARAM-FICHIER-LU
               MOVE "PARAMETRES CHARGES DEPUIS PARAMETRES.DAT"
                   TO WS-RAPPORT-LIGNE
           ELSE
               STRING "PARAMETRES PAR DEFAUT "
                   "(PARAMETRES.DAT ABSENT)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
           END-IF.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0190-LIRE-PARAMETRES-FIN.


      *****************************************************************
      *
      *****************************************************************
       0200-LIRE-HISTO-DEB.
      *****************************************************************
      * Parcourt histo.dat : chaque note d'une classe et d'un trimestre
      * visés par une correction est cumulée sur son élève (moyennes
      * et rangs avant correction), et chaque note visée par une
      * correction est relevée (note trouvée, coefficient, identité).
      * L'historique est la référence du contrôle : son absence
      * interdit toute correction.
      *****************************************************************
           MOVE 0 TO WS-ELEVE-LGHT.
           IF WS-CORR-LGHT = 0
               GO TO 0200-LIRE-HISTO-FIN
           END-IF.

           OPEN INPUT F-HISTO.
           IF F-HISTO-STATUS-NOFILE
               DISPLAY "*** HISTO.DAT ABSENT - AUCUNE CORRECTION "
                   "POSSIBLE"
               MOVE "*** HISTO.DAT ABSENT - AUCUNE CORRECTION POSSIBLE"
                   TO WS-RAPPORT-LIGNE
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           IF NOT F-HISTO-STATUS-OK
               DISPLAY "*** ERREUR SUR HISTO.DAT - STATUT: "
                   F-HISTO-STATUS
               STRING "*** ERREUR SUR HISTO.DAT - STATUT: "
                   F-HISTO-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           PERFORM UNTIL F-HISTO-STATUS-EOF
               READ F-HISTO
                   NOT AT END
                       ADD 1 TO WS-CPT-HISTO-LUS
                       PERFORM 0210-RANGER-HISTO-DEB
                           THRU 0210-RANGER-HISTO-FIN
               END-READ
           END-PERFORM.
           CLOSE F-HISTO.

           STRING "HISTORIQUE LU: " WS-CPT-HISTO-LUS
               " NOTE(S), " WS-ELEVE-LGHT
               " ELEVE(S) DANS LES CLASSES CONCERNEES"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0200-LIRE-HISTO-FIN.


      *****************************************************************
      *
      *****************************************************************
       0210-RANGER-HISTO-DEB.
      *****************************************************************
      * Traite la note d'historique courante : classe et trimestre
      * concernés ? cumul sur l'élève (créé au besoin, clé INE +
      * identité tronquée + classe + trimestre) ; note visée par une
      * correction ? relevé pour le contrôle. Un cours absent,
      * dispensé ou non noté reste hors de la moyenne.
      *****************************************************************
           MOVE 'N' TO WS-CONCERNE-SWITCH.
           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-CORR-LGHT
                     OR WS-CONCERNE
               IF NOT WS-CO-REJETEE(WS-IDX-CO)
                 AND WS-CO-CLASS(WS-IDX-CO) = R-HI-CLASS
                 AND WS-CO-TERM(WS-IDX-CO) = R-HI-TERM
                   MOVE 'Y' TO WS-CONCERNE-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-CONCERNE
               GO TO 0210-RANGER-HISTO-FIN
           END-IF.

           MOVE 0 TO WS-ET-TROUVE.
           PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                   UNTIL WS-IDX-ET > WS-ELEVE-LGHT
                     OR WS-ET-TROUVE NOT = 0
               IF WS-ET-INE(WS-IDX-ET) = R-HI-INE
                 AND WS-ET-LASTNAME(WS-IDX-ET) = R-HI-LASTNAME
                 AND WS-ET-FIRSTNAME(WS-IDX-ET) = R-HI-FIRSTNAME
                 AND WS-ET-CLASS(WS-IDX-ET) = R-HI-CLASS
                 AND WS-ET-TERM(WS-IDX-ET) = R-HI-TERM
                   MOVE WS-IDX-ET TO WS-ET-TROUVE
               END-IF
           END-PERFORM.
           IF WS-ET-TROUVE = 0
               IF WS-ELEVE-LGHT >= 2000
                   DISPLAY "*** TROP D'ELEVES CONCERNES (MAX 2000)"
                   MOVE "*** TROP D'ELEVES CONCERNES (MAX 2000)"
                       TO WS-RAPPORT-LIGNE
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
                   CLOSE F-HISTO
                   PERFORM 0630-ABANDON-RUN-DEB
                       THRU 0630-ABANDON-RUN-FIN
               END-IF
               ADD 1 TO WS-ELEVE-LGHT
               MOVE WS-ELEVE-LGHT TO WS-ET-TROUVE
               MOVE R-HI-INE       TO WS-ET-INE(WS-ET-TROUVE)
               MOVE R-HI-LASTNAME  TO WS-ET-LASTNAME(WS-ET-TROUVE)
               MOVE R-HI-FIRSTNAME TO WS-ET-FIRSTNAME(WS-ET-TROUVE)
               MOVE R-HI-CLASS     TO WS-ET-CLASS(WS-ET-TROUVE)
               MOVE R-HI-TERM      TO WS-ET-TERM(WS-ET-TROUVE)
               MOVE 0              TO WS-ET-SUM-COEF(WS-ET-TROUVE)
               MOVE 0              TO WS-ET-SUM-PONDEREE(WS-ET-TROUVE)
               MOVE 0              TO WS-ET-MOYENNE(WS-ET-TROUVE)
               MOVE 0              TO WS-ET-RANG(WS-ET-TROUVE)
               MOVE 0              TO WS-ET-RANG-PREC(WS-ET-TROUVE)
               MOVE SPACES         TO WS-ET-MENTION(WS-ET-TROUVE)
               MOVE 'N'            TO WS-ET-MODIF(WS-ET-TROUVE)
           END-IF.

           IF R-HI-STATUT = SPACES
               MOVE "NOTE" TO R-HI-STATUT
           END-IF.
           IF R-HI-STATUT = "NOTE"
               MOVE R-HI-GRADE TO WS-HI-NOTE
               MOVE R-HI-COEF  TO WS-HI-COEF
               COMPUTE WS-ET-SUM-PONDEREE(WS-ET-TROUVE) =
                   WS-ET-SUM-PONDEREE(WS-ET-TROUVE) +
                   (WS-HI-NOTE * WS-HI-COEF)
               COMPUTE WS-ET-SUM-COEF(WS-ET-TROUVE) =
                   WS-ET-SUM-COEF(WS-ET-TROUVE) + WS-HI-COEF
           END-IF.

           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-CORR-LGHT
               IF NOT WS-CO-REJETEE(WS-IDX-CO)
                 AND WS-CO-INE(WS-IDX-CO) = R-HI-INE
                 AND WS-CO-CLASS(WS-IDX-CO) = R-HI-CLASS
                 AND WS-CO-TERM(WS-IDX-CO) = R-HI-TERM
                 AND WS-CO-LABEL(WS-IDX-CO) = R-HI-LABEL
                   ADD 1 TO WS-CO-NB-HISTO(WS-IDX-CO)
                   MOVE R-HI-GRADE     TO WS-CO-NOTE-HISTO(WS-IDX-CO)
                   MOVE R-HI-STATUT    TO WS-CO-STATUT-HISTO(WS-IDX-CO)
                   MOVE R-HI-COEF      TO WS-CO-COEF(WS-IDX-CO)
                   MOVE R-HI-LASTNAME  TO WS-CO-LASTNAME(WS-IDX-CO)
                   MOVE R-HI-FIRSTNAME TO WS-CO-FIRSTNAME(WS-IDX-CO)
                   MOVE WS-ET-TROUVE   TO WS-CO-ELEVE(WS-IDX-CO)
               END-IF
           END-PERFORM.
           0210-RANGER-HISTO-FIN.


      *****************************************************************
      *
      *****************************************************************
       0250-CONTROLER-EXPORT-DEB.
      *****************************************************************
      * Parcourt l'export courant : une correction dont la classe et
      * le trimestre y figurent doit y retrouver sa note, avec la même
      * valeur que dans l'historique (sinon les deux fichiers ne
      * racontent pas la même chose et la correction est refusée). Une
      * correction d'un trimestre antérieur à l'export ne touche que
      * l'historique. Export absent = contrôle sans objet.
      *****************************************************************
           IF WS-CORR-LGHT = 0
               GO TO 0250-CONTROLER-EXPORT-FIN
           END-IF.

           OPEN INPUT F-EXPORT.
           IF F-EXPORT-STATUS-NOFILE
               STRING "EXPORT.DAT ABSENT - CORRECTIONS APPLIQUEES "
                   "A L'HISTORIQUE SEUL"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0250-CONTROLER-EXPORT-FIN
           END-IF.
           IF NOT F-EXPORT-STATUS-OK
               DISPLAY "*** ERREUR SUR EXPORT.DAT - STATUT: "
                   F-EXPORT-STATUS
               STRING "*** ERREUR SUR EXPORT.DAT - STATUT: "
                   F-EXPORT-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           MOVE SPACES TO WS-EXP-COURANT.
           PERFORM UNTIL F-EXPORT-STATUS-EOF
               READ F-EXPORT
                   NOT AT END
                       EVALUATE R-EX-TYPE
                           WHEN 'E'
                               MOVE R-EX-E-INE   TO WS-EXC-INE
                               MOVE R-EX-E-CLASS TO WS-EXC-CLASS
                               MOVE R-EX-E-TERM  TO WS-EXC-TERM
                               PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                                       UNTIL WS-IDX-CO > WS-CORR-LGHT
                                   IF WS-CO-CLASS(WS-IDX-CO)
                                      = R-EX-E-CLASS
                                     AND WS-CO-TERM(WS-IDX-CO)
                                      = R-EX-E-TERM
                                       MOVE 'O' TO
                                           WS-CO-EXP-CLASSE(WS-IDX-CO)
                                   END-IF
                               END-PERFORM
                           WHEN 'C'
                               PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                                       UNTIL WS-IDX-CO > WS-CORR-LGHT
                                   IF WS-CO-INE(WS-IDX-CO) = WS-EXC-INE
                                     AND WS-CO-CLASS(WS-IDX-CO)
                                      = WS-EXC-CLASS
                                     AND WS-CO-TERM(WS-IDX-CO)
                                      = WS-EXC-TERM
                                     AND WS-CO-LABEL(WS-IDX-CO)
                                      = R-EX-C-LABEL
                                       ADD 1 TO
                                           WS-CO-NB-EXPORT(WS-IDX-CO)
                                       MOVE R-EX-C-GRADE TO
                                           WS-CO-NOTE-EXPORT(WS-IDX-CO)
                                   END-IF
                               END-PERFORM
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-EXPORT.
           0250-CONTROLER-EXPORT-FIN.


      *****************************************************************
      *
      *****************************************************************
       0300-VALIDER-CORRECTIONS-DEB.
      *****************************************************************
      * Décision finale sur chaque correction encore en attente, au vu
      * des relevés de 0200 et 0250 : note introuvable ou en double
      * dans l'historique, ancienne note différente de la note
      * enregistrée, cours absent, dispensé ou non noté (pas de note
      * à corriger), export discordant => rejet motivé au rapport.
      * Les résultats avant correction des classes et trimestres
      * concernés sont ensuite calculés.
      *****************************************************************
           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-CORR-LGHT
               IF NOT WS-CO-REJETEE(WS-IDX-CO)
                   MOVE SPACES TO WS-MOTIF-REJET
                   MOVE WS-CO-NOTE-HISTO(WS-IDX-CO) TO WS-E-NOTE-AVANT
                   MOVE WS-CO-NOTE-EXPORT(WS-IDX-CO) TO WS-E-NOTE-APRES
                   EVALUATE TRUE
                       WHEN WS-CO-NB-HISTO(WS-IDX-CO) = 0
                           MOVE "NOTE ABSENTE DE L'HISTORIQUE"
                               TO WS-MOTIF-REJET
                       WHEN WS-CO-NB-HISTO(WS-IDX-CO) > 1
                           MOVE "NOTE EN DOUBLE DANS L'HISTORIQUE"
                               TO WS-MOTIF-REJET
                       WHEN WS-CO-STATUT-HISTO(WS-IDX-CO) NOT = "NOTE"
                           STRING "COURS NON NOTE DANS L'HISTORIQUE ("
                               WS-CO-STATUT-HISTO(WS-IDX-CO) ")"
                               DELIMITED BY SIZE INTO WS-MOTIF-REJET
                           END-STRING
                       WHEN WS-CO-NOTE-HISTO(WS-IDX-CO)
                          NOT = WS-CO-ANCIENNE(WS-IDX-CO)
                           STRING "ANCIENNE NOTE DIFFERENTE DE "
                               "L'HISTORIQUE (" WS-E-NOTE-AVANT ")"
                               DELIMITED BY SIZE INTO WS-MOTIF-REJET
                           END-STRING
                       WHEN WS-CO-CLASSE-EXPORTEE(WS-IDX-CO)
                        AND WS-CO-NB-EXPORT(WS-IDX-CO) NOT = 1
                           STRING "NOTE ABSENTE OU EN DOUBLE DANS "
                               "L'EXPORT"
                               DELIMITED BY SIZE INTO WS-MOTIF-REJET
                           END-STRING
                       WHEN WS-CO-CLASSE-EXPORTEE(WS-IDX-CO)
                        AND WS-CO-NOTE-EXPORT(WS-IDX-CO)
                          NOT = WS-CO-ANCIENNE(WS-IDX-CO)
                           STRING "ANCIENNE NOTE DIFFERENTE DE "
                               "L'EXPORT (" WS-E-NOTE-APRES ")"
                               DELIMITED BY SIZE INTO WS-MOTIF-REJET
                           END-STRING
                   END-EVALUATE
                   IF WS-MOTIF-REJET NOT = SPACES
                       PERFORM 0310-REJETER-CORRECTION-DEB
                           THRU 0310-REJETER-CORRECTION-FIN
                   ELSE
                       MOVE 'A' TO WS-CO-ETAT(WS-IDX-CO)
                       ADD 1 TO WS-CPT-CORR-ACCEPTEES
                       IF WS-CO-CLASSE-EXPORTEE(WS-IDX-CO)
                           MOVE 'Y' TO WS-MAJ-EXPORT-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Résultats avant correction, classe par classe
           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-CORR-LGHT
               IF WS-CO-ACCEPTEE(WS-IDX-CO)
                   MOVE WS-CO-CLASS(WS-IDX-CO) TO WS-GR-CLASS
                   MOVE WS-CO-TERM(WS-IDX-CO)  TO WS-GR-TERM
                   PERFORM 0350-CALCULER-CLASSE-DEB
                       THRU 0350-CALCULER-CLASSE-FIN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                   UNTIL WS-IDX-ET > WS-ELEVE-LGHT
               MOVE WS-ET-RANG(WS-IDX-ET) TO WS-ET-RANG-PREC(WS-IDX-ET)
               MOVE 'N' TO WS-ET-MODIF(WS-IDX-ET)
           END-PERFORM.
           0300-VALIDER-CORRECTIONS-FIN.


      *****************************************************************
      *
      *****************************************************************
       0310-REJETER-CORRECTION-DEB.
      *****************************************************************
      * Rejette la correction WS-IDX-CO pour le motif WS-MOTIF-REJET :
      * trace complète au rapport (la correction refusée doit pouvoir
      * être reprise et ressoumise par le secrétariat).
      *****************************************************************
           MOVE 'R' TO WS-CO-ETAT(WS-IDX-CO).
           ADD 1 TO WS-CPT-CORR-REJETEES.
           MOVE WS-CO-ANCIENNE(WS-IDX-CO) TO WS-E-NOTE-AVANT.
           MOVE WS-CO-NOUVELLE(WS-IDX-CO) TO WS-E-NOTE-APRES.
           STRING "*** CORRECTION REJETEE - INE " WS-CO-INE(WS-IDX-CO)
               " " WS-CO-CLASS(WS-IDX-CO) " " WS-CO-TERM(WS-IDX-CO)
               " " WS-CO-LABEL(WS-IDX-CO) " " WS-E-NOTE-AVANT
               " -> " WS-E-NOTE-APRES
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "    MOTIF DU REJET: " WS-MOTIF-REJET
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0310-REJETER-CORRECTION-FIN.


      *****************************************************************
      *
      *****************************************************************
       0350-CALCULER-CLASSE-DEB.
      *****************************************************************
      * Recalcule moyenne, mention et rang de tous les élèves de la
      * classe WS-GR-CLASS au trimestre WS-GR-TERM, selon les règles
      * du run d'édition : moyenne pondérée arrondie, première tranche
      * de mention vérifiée, rang = 1 + nombre d'élèves de la classe
      * ayant une moyenne strictement supérieure (ex aequo = même
      * rang).
      *****************************************************************
           PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                   UNTIL WS-IDX-ET > WS-ELEVE-LGHT
               IF WS-ET-CLASS(WS-IDX-ET) = WS-GR-CLASS
                 AND WS-ET-TERM(WS-IDX-ET) = WS-GR-TERM
                   IF WS-ET-SUM-COEF(WS-IDX-ET) NOT = 0
                       COMPUTE WS-ET-MOYENNE(WS-IDX-ET) ROUNDED =
                           WS-ET-SUM-PONDEREE(WS-IDX-ET) /
                           WS-ET-SUM-COEF(WS-IDX-ET)
                   ELSE
                       MOVE 0 TO WS-ET-MOYENNE(WS-IDX-ET)
                   END-IF
                   MOVE SPACES TO WS-ET-MENTION(WS-IDX-ET)
                   MOVE 'N' TO WS-MENTION-TROUVEE-SW
                   PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                           UNTIL WS-IDX-MEN > WS-MENTION-LGHT
                             OR WS-MENTION-TROUVEE
                       IF (WS-MEN-SENS-SUP(WS-IDX-MEN)
                           AND WS-ET-MOYENNE(WS-IDX-ET)
                               >= WS-MEN-SEUIL(WS-IDX-MEN))
                         OR (NOT WS-MEN-SENS-SUP(WS-IDX-MEN)
                           AND WS-ET-MOYENNE(WS-IDX-ET)
                               < WS-MEN-SEUIL(WS-IDX-MEN))
                           MOVE WS-MEN-LIBELLE(WS-IDX-MEN)
                               TO WS-ET-MENTION(WS-IDX-ET)
                           MOVE 'Y' TO WS-MENTION-TROUVEE-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                   UNTIL WS-IDX-ET > WS-ELEVE-LGHT
               IF WS-ET-CLASS(WS-IDX-ET) = WS-GR-CLASS
                 AND WS-ET-TERM(WS-IDX-ET) = WS-GR-TERM
                   MOVE 1 TO WS-ET-RANG(WS-IDX-ET)
                   PERFORM VARYING WS-IDX-ET2 FROM 1 BY 1
                           UNTIL WS-IDX-ET2 > WS-ELEVE-LGHT
                       IF WS-ET-CLASS(WS-IDX-ET2) = WS-GR-CLASS
                         AND WS-ET-TERM(WS-IDX-ET2) = WS-GR-TERM
                         AND WS-ET-MOYENNE(WS-IDX-ET2)
                           > WS-ET-MOYENNE(WS-IDX-ET)
                           ADD 1 TO WS-ET-RANG(WS-IDX-ET)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           0350-CALCULER-CLASSE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0400-APPLIQUER-CORRECTIONS-DEB.
      *****************************************************************
      * Applique les corrections acceptées dans l'ordre du fichier :
      * pour chacune, relève les résultats de l'élève avant, reporte
      * l'écart de note pondéré sur ses cumuls, recalcule la classe et
      * relève les résultats après. Les autres élèves de la classe
      * dont le rang a bougé par ricochet sont signalés au rapport.
      *****************************************************************
           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-CORR-LGHT
               IF WS-CO-ACCEPTEE(WS-IDX-CO)
                   MOVE WS-CO-ELEVE(WS-IDX-CO) TO WS-ET-TROUVE
                   MOVE WS-ET-MOYENNE(WS-ET-TROUVE)
                       TO WS-CO-MOY-AVANT(WS-IDX-CO)
                   MOVE WS-ET-RANG(WS-ET-TROUVE)
                       TO WS-CO-RANG-AVANT(WS-IDX-CO)
                   MOVE WS-ET-MENTION(WS-ET-TROUVE)
                       TO WS-CO-MENTION-AVANT(WS-IDX-CO)

                   COMPUTE WS-ECART-NOTE =
                       WS-CO-NOUVELLE(WS-IDX-CO)
                     - WS-CO-ANCIENNE(WS-IDX-CO)
                   COMPUTE WS-ET-SUM-PONDEREE(WS-ET-TROUVE) =
                       WS-ET-SUM-PONDEREE(WS-ET-TROUVE) +
                       (WS-ECART-NOTE * WS-CO-COEF(WS-IDX-CO))

                   MOVE WS-CO-CLASS(WS-IDX-CO) TO WS-GR-CLASS
                   MOVE WS-CO-TERM(WS-IDX-CO)  TO WS-GR-TERM
                   PERFORM 0350-CALCULER-CLASSE-DEB
                       THRU 0350-CALCULER-CLASSE-FIN

                   MOVE WS-ET-MOYENNE(WS-ET-TROUVE)
                       TO WS-CO-MOY-APRES(WS-IDX-CO)
                   MOVE WS-ET-RANG(WS-ET-TROUVE)
                       TO WS-CO-RANG-APRES(WS-IDX-CO)
                   MOVE WS-ET-MENTION(WS-ET-TROUVE)
                       TO WS-CO-MENTION-APRES(WS-IDX-CO)
                   MOVE 'Y' TO WS-ET-MODIF(WS-ET-TROUVE)

                   MOVE WS-CO-ANCIENNE(WS-IDX-CO) TO WS-E-NOTE-AVANT
                   MOVE WS-CO-NOUVELLE(WS-IDX-CO) TO WS-E-NOTE-APRES
                   STRING "CORRECTION ACCEPTEE - " WS-CO-INE(WS-IDX-CO)
                       " " WS-CO-LASTNAME(WS-IDX-CO)
                       " " WS-CO-FIRSTNAME(WS-IDX-CO)
                       " " WS-CO-CLASS(WS-IDX-CO)
                       " " WS-CO-TERM(WS-IDX-CO)
                       " " WS-CO-LABEL(WS-IDX-CO)
                       " NOTE " WS-E-NOTE-AVANT " -> " WS-E-NOTE-APRES
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
                   MOVE WS-CO-MOY-AVANT(WS-IDX-CO)  TO WS-E-MOY-AVANT
                   MOVE WS-CO-MOY-APRES(WS-IDX-CO)  TO WS-E-MOY-APRES
                   MOVE WS-CO-RANG-AVANT(WS-IDX-CO) TO WS-E-RANG-AVANT
                   MOVE WS-CO-RANG-APRES(WS-IDX-CO) TO WS-E-RANG-APRES
                   STRING "    MOYENNE " WS-E-MOY-AVANT " -> "
                       WS-E-MOY-APRES "  RANG " WS-E-RANG-AVANT
                       " -> " WS-E-RANG-APRES "  MENTION "
                       WS-CO-MENTION-AVANT(WS-IDX-CO) " -> "
                       WS-CO-MENTION-APRES(WS-IDX-CO)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
                   STRING "    AUTORISEE PAR " WS-CO-AUTORISE(WS-IDX-CO)
                       " - MOTIF: " WS-CO-MOTIF(WS-IDX-CO)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN

      * Rangs des camarades de classe déplacés par la correction
                   PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                           UNTIL WS-IDX-ET > WS-ELEVE-LGHT
                       IF WS-IDX-ET NOT = WS-ET-TROUVE
                         AND WS-ET-CLASS(WS-IDX-ET) = WS-GR-CLASS
                         AND WS-ET-TERM(WS-IDX-ET) = WS-GR-TERM
                         AND WS-ET-RANG(WS-IDX-ET)
                           NOT = WS-ET-RANG-PREC(WS-IDX-ET)
                           MOVE WS-ET-RANG-PREC(WS-IDX-ET)
                               TO WS-E-RANG-AVANT
                           MOVE WS-ET-RANG(WS-IDX-ET)
                               TO WS-E-RANG-APRES
                           STRING "    RANG MODIFIE PAR RICOCHET - "
                               WS-ET-LASTNAME(WS-IDX-ET) " "
                               WS-ET-FIRSTNAME(WS-IDX-ET) " RANG "
                               WS-E-RANG-AVANT " -> " WS-E-RANG-APRES
                               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                           ADD 1 TO WS-CPT-RANGS-MODIFIES
                           MOVE 'Y' TO WS-ET-MODIF(WS-IDX-ET)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                           UNTIL WS-IDX-ET > WS-ELEVE-LGHT
                       MOVE WS-ET-RANG(WS-IDX-ET)
                           TO WS-ET-RANG-PREC(WS-IDX-ET)
                   END-PERFORM
               END-IF
           END-PERFORM.
           0400-APPLIQUER-CORRECTIONS-FIN.


      *****************************************************************
      *
      *****************************************************************
       0490-OUVRIR-JOURNAL-DEB.
      *****************************************************************
      * Ouvre journalcor.dat en EXTEND avant que histo.dat, export.dat
      * ou prevterm.dat ne soient touchés : un journal inaccessible
      * arrête le run sans qu'aucune note n'ait été modifiée (sinon
      * la correction, appliquée mais non tracée, serait refusée au
      * run suivant et ne pourrait plus jamais être journalisée). Le
      * journal reste ouvert jusqu'à 0580.
      *****************************************************************
           OPEN EXTEND F-JOURNAL.
           IF NOT F-JOURNAL-STATUS-OK
               DISPLAY "*** ERREUR SUR JOURNALCOR.DAT - STATUT: "
                   F-JOURNAL-STATUS
               STRING "*** ERREUR SUR JOURNALCOR.DAT - STATUT: "
                   F-JOURNAL-STATUS
                   " - AUCUNE NOTE MODIFIEE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           0490-OUVRIR-JOURNAL-FIN.


      *****************************************************************
      *
      *****************************************************************
       0500-REECRIRE-HISTO-DEB.
      *****************************************************************
      * Copie histo.dat dans histo.sav, puis réécrit histo.dat depuis
      * cette copie en remplaçant la note de chaque correction
      * acceptée - l'ordre et le reste du fichier sont inchangés.
      *****************************************************************
           OPEN INPUT F-HISTO.
           OPEN OUTPUT F-HISTO-SAV.
           IF NOT F-HISTO-STATUS-OK OR NOT F-HISTO-SAV-STATUS-OK
               DISPLAY "*** ERREUR A LA COPIE DE HISTO.DAT - STATUTS: "
                   F-HISTO-STATUS " " F-HISTO-SAV-STATUS
               STRING "*** ERREUR A LA COPIE DE HISTO.DAT - STATUTS: "
                   F-HISTO-STATUS " " F-HISTO-SAV-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           PERFORM UNTIL F-HISTO-STATUS-EOF
               READ F-HISTO
                   NOT AT END
                       MOVE REC-HISTO TO REC-HISTO-SAV
                       WRITE REC-HISTO-SAV
      * Copie incomplète : histo.dat n'est pas réécrit
                       IF NOT F-HISTO-SAV-STATUS-OK
                           DISPLAY "*** ERREUR SUR HISTO.SAV - "
                               "STATUT: " F-HISTO-SAV-STATUS
                           STRING "*** ERREUR SUR HISTO.SAV - "
                               "STATUT: " F-HISTO-SAV-STATUS
                               " (HISTO.DAT NON MODIFIE)"
                               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                           CLOSE F-HISTO
                           CLOSE F-HISTO-SAV
                           PERFORM 0630-ABANDON-RUN-DEB
                               THRU 0630-ABANDON-RUN-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTO.
           CLOSE F-HISTO-SAV.

           OPEN INPUT F-HISTO-SAV.
           OPEN OUTPUT F-HISTO.
           IF NOT F-HISTO-STATUS-OK OR NOT F-HISTO-SAV-STATUS-OK
               DISPLAY "*** ERREUR A LA REECRITURE DE HISTO.DAT - "
                   "STATUTS: " F-HISTO-STATUS " " F-HISTO-SAV-STATUS
               STRING "*** ERREUR A LA REECRITURE DE HISTO.DAT - "
                   "STATUTS: " F-HISTO-STATUS " " F-HISTO-SAV-STATUS
                   " (HISTO.SAV CONTIENT L'ORIGINAL)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           PERFORM UNTIL F-HISTO-SAV-STATUS-EOF
               READ F-HISTO-SAV
                   NOT AT END
                       MOVE REC-HISTO-SAV TO REC-HISTO
                       PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                               UNTIL WS-IDX-CO > WS-CORR-LGHT
                           IF WS-CO-ACCEPTEE(WS-IDX-CO)
                             AND WS-CO-INE(WS-IDX-CO) = R-HI-INE
                             AND WS-CO-CLASS(WS-IDX-CO) = R-HI-CLASS
                             AND WS-CO-TERM(WS-IDX-CO) = R-HI-TERM
                             AND WS-CO-LABEL(WS-IDX-CO) = R-HI-LABEL
                               MOVE WS-CO-NOUVELLE(WS-IDX-CO)
                                   TO R-HI-GRADE
                               ADD 1 TO WS-CPT-HISTO-MODIFIES
                           END-IF
                       END-PERFORM
                       WRITE REC-HISTO
                       IF NOT F-HISTO-STATUS-OK
                           DISPLAY "*** ERREUR SUR HISTO.DAT - "
                               "STATUT: " F-HISTO-STATUS
                           STRING "*** ERREUR SUR HISTO.DAT - "
                               "STATUT: " F-HISTO-STATUS
                               " (HISTO.SAV CONTIENT L'ORIGINAL)"
                               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                           CLOSE F-HISTO
                           CLOSE F-HISTO-SAV
                           PERFORM 0630-ABANDON-RUN-DEB
                               THRU 0630-ABANDON-RUN-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTO-SAV.
           CLOSE F-HISTO.

           STRING "HISTO.DAT REECRIT: " WS-CPT-HISTO-MODIFIES
               " NOTE(S) CORRIGEE(S) - ORIGINAL CONSERVE DANS HISTO.SAV"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0500-REECRIRE-HISTO-FIN.


      *****************************************************************
      *
      *****************************************************************
       0550-REECRIRE-EXPORT-DEB.
      *****************************************************************
      * Copie export.dat dans export.sav, puis le réécrit depuis cette
      * copie : note corrigée sur l'enregistrement 'C', moyenne, rang
      * et mention recalculés sur l'enregistrement 'E' de chaque élève
      * touché (élève corrigé et camarades déplacés), somme des
      * moyennes du 'T' recalculée - les nombres d'enregistrements ne
      * changent pas.
      *****************************************************************
           OPEN INPUT F-EXPORT.
           OPEN OUTPUT F-EXPORT-SAV.
           IF NOT F-EXPORT-STATUS-OK OR NOT F-EXPORT-SAV-STATUS-OK
               DISPLAY "*** ERREUR A LA COPIE DE EXPORT.DAT - STATUTS: "
                   F-EXPORT-STATUS " " F-EXPORT-SAV-STATUS
               STRING "*** ERREUR A LA COPIE DE EXPORT.DAT - STATUTS: "
                   F-EXPORT-STATUS " " F-EXPORT-SAV-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           PERFORM UNTIL F-EXPORT-STATUS-EOF
               READ F-EXPORT
                   NOT AT END
                       MOVE REC-EXPORT TO REC-EXPORT-SAV
                       WRITE REC-EXPORT-SAV
      * Copie incomplète : export.dat n'est pas réécrit
                       IF NOT F-EXPORT-SAV-STATUS-OK
                           DISPLAY "*** ERREUR SUR EXPORT.SAV - "
                               "STATUT: " F-EXPORT-SAV-STATUS
                           STRING "*** ERREUR SUR EXPORT.SAV - "
                               "STATUT: " F-EXPORT-SAV-STATUS
                               " (EXPORT.DAT NON MODIFIE)"
                               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                           CLOSE F-EXPORT
                           CLOSE F-EXPORT-SAV
                           PERFORM 0630-ABANDON-RUN-DEB
                               THRU 0630-ABANDON-RUN-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EXPORT.
           CLOSE F-EXPORT-SAV.

           OPEN INPUT F-EXPORT-SAV.
           OPEN OUTPUT F-EXPORT.
           IF NOT F-EXPORT-STATUS-OK OR NOT F-EXPORT-SAV-STATUS-OK
               DISPLAY "*** ERREUR A LA REECRITURE DE EXPORT.DAT - "
                   "STATUTS: " F-EXPORT-STATUS " " F-EXPORT-SAV-STATUS
               STRING "*** ERREUR A LA REECRITURE DE EXPORT.DAT - "
                   "STATUTS: " F-EXPORT-STATUS " " F-EXPORT-SAV-STATUS
                   " (EXPORT.SAV CONTIENT L'ORIGINAL)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           MOVE 0 TO WS-SOMME-MOYENNES.
           MOVE SPACES TO WS-EXP-COURANT.
           PERFORM UNTIL F-EXPORT-SAV-STATUS-EOF
               READ F-EXPORT-SAV
                   NOT AT END
                       MOVE REC-EXPORT-SAV TO REC-EXPORT
                       EVALUATE R-EX-TYPE
                           WHEN 'E'
                               PERFORM 0555-MAJ-EXPORT-ELEVE-DEB
                                   THRU 0555-MAJ-EXPORT-ELEVE-FIN
                           WHEN 'C'
                               PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                                       UNTIL WS-IDX-CO > WS-CORR-LGHT
                                   IF WS-CO-ACCEPTEE(WS-IDX-CO)
                                     AND WS-CO-INE(WS-IDX-CO)
                                      = WS-EXC-INE
                                     AND WS-CO-CLASS(WS-IDX-CO)
                                      = WS-EXC-CLASS
                                     AND WS-CO-TERM(WS-IDX-CO)
                                      = WS-EXC-TERM
                                     AND WS-CO-LABEL(WS-IDX-CO)
                                      = R-EX-C-LABEL
                                       MOVE WS-CO-NOUVELLE(WS-IDX-CO)
                                           TO R-EX-C-GRADE
                                       ADD 1 TO WS-CPT-EXPORT-MODIFIES
                                   END-IF
                               END-PERFORM
                           WHEN 'T'
                               MOVE WS-SOMME-MOYENNES
                                   TO R-EX-T-SOMME-MOY
                       END-EVALUATE
                       WRITE REC-EXPORT
                       IF NOT F-EXPORT-STATUS-OK
                           DISPLAY "*** ERREUR SUR EXPORT.DAT - "
                               "STATUT: " F-EXPORT-STATUS
                           STRING "*** ERREUR SUR EXPORT.DAT - "
                               "STATUT: " F-EXPORT-STATUS
                               " (EXPORT.SAV CONTIENT L'ORIGINAL)"
                               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                           CLOSE F-EXPORT
                           CLOSE F-EXPORT-SAV
                           PERFORM 0630-ABANDON-RUN-DEB
                               THRU 0630-ABANDON-RUN-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EXPORT-SAV.
           CLOSE F-EXPORT.

           STRING "EXPORT.DAT REECRIT: " WS-CPT-EXPORT-MODIFIES
               " ENREGISTREMENT(S) MODIFIE(S) - ORIGINAL CONSERVE "
               "DANS EXPORT.SAV"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0550-REECRIRE-EXPORT-FIN.


      *****************************************************************
      *
      *****************************************************************
       0555-MAJ-EXPORT-ELEVE-DEB.
      *****************************************************************
      * Enregistrement 'E' courant : mémorise l'élève pour les 'C' qui
      * suivent et, si ses résultats ont changé, remplace moyenne,
      * rang et mention par les valeurs recalculées. La moyenne
      * (corrigée ou non) est cumulée pour le total de contrôle.
      *****************************************************************
           MOVE R-EX-E-INE       TO WS-EXC-INE.
           MOVE R-EX-E-CLASS     TO WS-EXC-CLASS.
           MOVE R-EX-E-TERM      TO WS-EXC-TERM.
           MOVE R-EX-E-LASTNAME  TO WS-EXC-LASTNAME.
           MOVE R-EX-E-FIRSTNAME TO WS-EXC-FIRSTNAME.
           PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                   UNTIL WS-IDX-ET > WS-ELEVE-LGHT
               IF WS-ET-MODIFIE(WS-IDX-ET)
                 AND WS-ET-INE(WS-IDX-ET) = R-EX-E-INE
                 AND WS-ET-LASTNAME(WS-IDX-ET) = R-EX-E-LASTNAME
                 AND WS-ET-FIRSTNAME(WS-IDX-ET) = R-EX-E-FIRSTNAME
                 AND WS-ET-CLASS(WS-IDX-ET) = R-EX-E-CLASS
                 AND WS-ET-TERM(WS-IDX-ET) = R-EX-E-TERM
                   MOVE WS-ET-MOYENNE(WS-IDX-ET) TO R-EX-E-AVERAGE
                   MOVE WS-ET-RANG(WS-IDX-ET)    TO R-EX-E-RANK
                   MOVE WS-ET-MENTION(WS-IDX-ET) TO R-EX-E-MENTION
                   ADD 1 TO WS-CPT-EXPORT-MODIFIES
               END-IF
           END-PERFORM.
           MOVE R-EX-E-AVERAGE TO WS-EXP-MOYENNE.
           ADD WS-EXP-MOYENNE TO WS-SOMME-MOYENNES.
           0555-MAJ-EXPORT-ELEVE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0570-REECRIRE-PREVTERM-DEB.
      *****************************************************************
      * prevterm.dat porte les moyennes du dernier run d'édition, donc
      * du même lot que l'export : la moyenne des élèves corrigés y
      * est remplacée pour que le comparatif du trimestre suivant
      * parte de la moyenne juste. Fichier absent = rien à faire.
      *****************************************************************
           MOVE 0 TO WS-PREV-LGHT.
           OPEN INPUT F-PREVTERM.
           IF NOT F-PREVTERM-STATUS-OK
               GO TO 0570-REECRIRE-PREVTERM-FIN
           END-IF.
           PERFORM UNTIL F-PREVTERM-STATUS-EOF
               READ F-PREVTERM
                   NOT AT END
                       IF WS-PREV-LGHT < 2000
                           ADD 1 TO WS-PREV-LGHT
                           MOVE R-PT-LASTNAME
                               TO WS-PT-LASTNAME(WS-PREV-LGHT)
                           MOVE R-PT-FIRSTNAME
                               TO WS-PT-FIRSTNAME(WS-PREV-LGHT)
                           MOVE R-PT-AVERAGE
                               TO WS-PT-AVERAGE(WS-PREV-LGHT)
                           MOVE R-PT-INE
                               TO WS-PT-INE(WS-PREV-LGHT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PREVTERM.

           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-CORR-LGHT
               IF WS-CO-ACCEPTEE(WS-IDX-CO)
                 AND WS-CO-CLASSE-EXPORTEE(WS-IDX-CO)
                   MOVE WS-CO-ELEVE(WS-IDX-CO) TO WS-ET-TROUVE
                   PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                           UNTIL WS-IDX-PT > WS-PREV-LGHT
                       IF WS-PT-INE(WS-IDX-PT) = WS-CO-INE(WS-IDX-CO)
                         AND WS-PT-AVERAGE(WS-IDX-PT)
                           NOT = WS-ET-MOYENNE(WS-ET-TROUVE)
                           MOVE WS-ET-MOYENNE(WS-ET-TROUVE)
                               TO WS-PT-AVERAGE(WS-IDX-PT)
                           ADD 1 TO WS-CPT-PREVTERM-MODIF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-CPT-PREVTERM-MODIF = 0
               GO TO 0570-REECRIRE-PREVTERM-FIN
           END-IF.
           OPEN OUTPUT F-PREVTERM.
           PERFORM VARYING WS-IDX-PT FROM 1 BY 1
                   UNTIL WS-IDX-PT > WS-PREV-LGHT
               MOVE WS-PT-LASTNAME(WS-IDX-PT)  TO R-PT-LASTNAME
               MOVE WS-PT-FIRSTNAME(WS-IDX-PT) TO R-PT-FIRSTNAME
               MOVE WS-PT-AVERAGE(WS-IDX-PT)   TO R-PT-AVERAGE
               MOVE WS-PT-INE(WS-IDX-PT)       TO R-PT-INE
               WRITE REC-PREVTERM
           END-PERFORM.
           CLOSE F-PREVTERM.

           STRING "PREVTERM.DAT MIS A JOUR: " WS-CPT-PREVTERM-MODIF
               " MOYENNE(S) REMPLACEE(S)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0570-REECRIRE-PREVTERM-FIN.


      *****************************************************************
      *
      *****************************************************************
       0580-ECRIRE-JOURNAL-DEB.
      *****************************************************************
      * Ajoute au journal des corrections (ouvert en EXTEND par 0490
      * avant toute mise à jour - jamais réécrit) un enregistrement
      * daté par correction appliquée, une fois les fichiers mis à
      * jour : le journal ne garde ainsi que ce qui a réellement été
      * corrigé. Le journal est refermé en fin de paragraphe.
      *****************************************************************
           PERFORM VARYING WS-IDX-CO FROM 1 BY 1
                   UNTIL WS-IDX-CO > WS-CORR-LGHT
               IF WS-CO-ACCEPTEE(WS-IDX-CO)
                   MOVE SPACES TO REC-JOURNAL
                   MOVE WS-RUN-DATE                 TO R-JC-DATE
                   MOVE WS-RUN-TIME(1:6)            TO R-JC-HEURE
                   MOVE WS-CO-INE(WS-IDX-CO)        TO R-JC-INE
                   MOVE WS-CO-LASTNAME(WS-IDX-CO)   TO R-JC-LASTNAME
                   MOVE WS-CO-FIRSTNAME(WS-IDX-CO)  TO R-JC-FIRSTNAME
                   MOVE WS-CO-CLASS(WS-IDX-CO)      TO R-JC-CLASS
                   MOVE WS-CO-TERM(WS-IDX-CO)       TO R-JC-TERM
                   MOVE WS-CO-LABEL(WS-IDX-CO)      TO R-JC-LABEL
                   MOVE WS-CO-COEF(WS-IDX-CO)       TO R-JC-COEF
                   MOVE WS-CO-ANCIENNE(WS-IDX-CO)   TO R-JC-NOTE-AVANT
                   MOVE WS-CO-NOUVELLE(WS-IDX-CO)   TO R-JC-NOTE-APRES
                   MOVE WS-CO-MOY-AVANT(WS-IDX-CO)  TO R-JC-MOY-AVANT
                   MOVE WS-CO-MOY-APRES(WS-IDX-CO)  TO R-JC-MOY-APRES
                   MOVE WS-CO-RANG-AVANT(WS-IDX-CO) TO R-JC-RANG-AVANT
                   MOVE WS-CO-RANG-APRES(WS-IDX-CO) TO R-JC-RANG-APRES
                   MOVE WS-CO-MENTION-AVANT(WS-IDX-CO)
                       TO R-JC-MENTION-AVANT
                   MOVE WS-CO-MENTION-APRES(WS-IDX-CO)
                       TO R-JC-MENTION-APRES
                   MOVE WS-CO-AUTORISE(WS-IDX-CO)   TO R-JC-AUTORISE
                   MOVE WS-CO-MOTIF(WS-IDX-CO)      TO R-JC-MOTIF
                   IF WS-CO-CLASSE-EXPORTEE(WS-IDX-CO)
                       MOVE 'O' TO R-JC-EXPORT
                   ELSE
                       MOVE 'N' TO R-JC-EXPORT
                   END-IF
                   WRITE REC-JOURNAL
                   IF NOT F-JOURNAL-STATUS-OK
                       DISPLAY "*** ERREUR SUR JOURNALCOR.DAT - "
                           "STATUT: " F-JOURNAL-STATUS
                       STRING "*** ERREUR SUR JOURNALCOR.DAT - "
                           "STATUT: " F-JOURNAL-STATUS
                           " INE: " WS-CO-INE(WS-IDX-CO)
                           DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                       END-STRING
                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                           THRU 0610-ECRIRE-RAPPORT-FIN
                       CLOSE F-JOURNAL
                       PERFORM 0630-ABANDON-RUN-DEB
                           THRU 0630-ABANDON-RUN-FIN
                   END-IF
                   ADD 1 TO WS-CPT-JOURNAL
               END-IF
           END-PERFORM.
           CLOSE F-JOURNAL.

           STRING "JOURNAL DES CORRECTIONS: " WS-CPT-JOURNAL
               " ENREGISTREMENT(S) AJOUTE(S) A JOURNALCOR.DAT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0580-ECRIRE-JOURNAL-FIN.


      *****************************************************************
      *
      *****************************************************************
       0600-OUVRIR-RAPPORT-DEB.
      *****************************************************************
      * Ouvre rapcorrection.dat (en remplacement du rapport du run
      * précédent) et écrit son en-tête daté.
      *****************************************************************
           OPEN OUTPUT F-RAPPORT.
           IF NOT F-RAPPORT-STATUS-OK
               DISPLAY "*** ERREUR SUR RAPCORRECTION.DAT - STATUT: "
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
           STRING "RAPPORT D'EXECUTION - CORRECTION DE NOTES "
               "APRES EDITION"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
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
      * rapcorrection.dat puis la réinitialise. Si le rapport n'est
      * pas (ou plus) ouvert, la ligne part en console.
      *****************************************************************
           IF WS-RAPPORT-OUVERT
               MOVE WS-RAPPORT-LIGNE TO REC-F-RAPPORT
               WRITE REC-F-RAPPORT
               IF NOT F-RAPPORT-STATUS-OK
                   DISPLAY "*** ERREUR SUR RAPCORRECTION.DAT - STATUT: "
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
      * Ecrit la synthèse finale du run de correction et le statut de
      * fin, puis ferme le rapport. Code retour 004 quand des
      * corrections ont été rejetées : elles sont à reprendre et à
      * ressoumettre, les autres ont été appliquées.
      *****************************************************************
           MOVE "----- SYNTHESE DU RUN -----" TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "CORRECTIONS LUES: " WS-CPT-CORR-LUES
               "  ACCEPTEES: " WS-CPT-CORR-ACCEPTEES
               "  REJETEES: " WS-CPT-CORR-REJETEES
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "NOTES CORRIGEES DANS HISTO.DAT: "
               WS-CPT-HISTO-MODIFIES
               "  ENREGISTREMENTS MODIFIES DANS EXPORT.DAT: "
               WS-CPT-EXPORT-MODIFIES
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "RANGS MODIFIES PAR RICOCHET: " WS-CPT-RANGS-MODIFIES
               "  ENREGISTREMENTS AU JOURNAL: " WS-CPT-JOURNAL
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           IF WS-CPT-CORR-REJETEES NOT = 0
               MOVE "FIN AVEC ANOMALIES - CODE RETOUR 004"
                   TO WS-RAPPORT-LIGNE
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
