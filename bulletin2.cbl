               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTO-STATUS.

      * Copie de histo.dat prise avant le remplacement d'une classe et
      * d'un trimestre déjà reportés (cf. 0154) : histo.dat est
      * réécrit à partir d'elle, qui reste disponible en cas de doute
           SELECT F-HISTO-SAV
               ASSIGN TO 'histo.sav'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTO-SAV-STATUS.

      * Registre des reports à l'historique : un enregistrement par
      * classe et trimestre reporté dans histo.dat (date du run,
      * nombre d'enregistrements, totaux du contrôle de fin
      * d'input.dat) - consulté avant tout report pour qu'un même
      * trimestre ne soit jamais ajouté deux fois, contrôlé en fin
      * d'année par le programme annuel
           SELECT OPTIONAL F-REGISTRE
               ASSIGN TO 'registre.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

      * Fichier des adresses des responsables, clé INE (un ou deux
      * enregistrements par élève : deux responsables à des adresses
      * différentes = deux exemplaires du même bulletin, obligation
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ADRESSES-STATUS.

      * Fichier des options des élèves, clé INE (un enregistrement
      * par matière optionnelle suivie : LV2, latin, section DNL...,
      * avec le groupe quand une même matière est partagée entre
      * plusieurs groupes) - tenu par le secrétariat pour tout
      * l'établissement, absence = pas d'options, toute la classe
      * suit toutes les matières comme avant
           SELECT F-OPTIONS
               ASSIGN TO 'options.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OPTIONS-STATUS.

      * Fichier de sélection pour la réédition de bulletins : un
      * enregistrement par demande ('C' + code classe ou 'I' + INE).
      * Sa simple présence bascule le run en mode duplicata : seuls
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-DUPLICATA-STATUS.

      * Bulletin électronique d'un élève pour un responsable diffusé
      * par l'ENT : un fichier par élève et par responsable, nommé
      * d'après l'INE (bulletin-<INE>-<n° du responsable>.dat,
      * assignation dynamique) - même page que dans output.dat
           SELECT F-BULLETIN-ENT
               ASSIGN TO DYNAMIC WS-ENT-FICHIER
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BULLETIN-ENT-STATUS.

      * Manifeste de diffusion : une ligne par élève et par
      * responsable (canal demandé, canal retenu, courriel, fichier
      * produit) pour l'import dans l'ENT et l'accusé de chaque
      * fichier déposé
           SELECT F-MANIFESTE
               ASSIGN TO 'manifeste.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MANIFESTE-STATUS.

      * Fichier de la grille de notes pour le conseil de classe : le
      * tableau classique élèves x matières, une page par classe en
      * 132 colonnes paysage (comme rapport.dat) - une ligne par
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-GRILLE-STATUS.

      * Comparatif inter-classes par niveau pour la réunion
      * d'harmonisation du chef d'établissement : les classes d'un
      * même niveau côte à côte (moyennes générales, répartition des
      * mentions, moyennes par matière, écarts à la moyenne du
      * niveau), une page par niveau en 132 colonnes
           SELECT F-COMPARATIF
               ASSIGN TO 'comparatif.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COMPARATIF-STATUS.

      * Lettres d'absentéisme aux familles : une lettre datée par
      * responsable de chaque élève dont les demi-journées d'absence
      * non justifiées atteignent le seuil de parametres.dat (premier
      * avertissement ou signalement), une page par lettre en 132
      * colonnes - distinct de output.dat, envoi sous pli séparé
           SELECT F-LETTRES
               ASSIGN TO 'lettresabs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LETTRES-STATUS.

      * Récapitulatif de l'absentéisme pour le CPE : une ligne par
      * élève au-delà du seuil (classe, compteurs, niveau de la
      * lettre, nombre de lettres ou absence d'adresse)
           SELECT F-RECAP-CPE
               ASSIGN TO 'recapcpe.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RECAP-CPE-STATUS.

      * Fichiers de travail des tris (verbe SORT) : tri des étudiants
      * par classe et ordre alphabétique (0180), tri des moyennes
      * pour le classement général (0350) et tri des notes pour le
      * Enregistrement de type "cours"
      * Contient une clé, un libellé, un coefficient, une note et
      * l'appréciation du professeur qui accompagne toujours la note
      * sur le bulletin papier. Le statut de la note, ajouté en fin
      * d'enregistrement, distingue l'élève noté ('NOTE') de l'élève
      * absent à toutes les évaluations ('ABS'), dispensé ('DISP')
      * ou arrivé trop tard pour être noté ('NN') : la note est alors
      * sans objet. Les fichiers d'avant le statut, plus courts, le
      * laissent à blanc, lu comme 'NOTE'
       01  REC-COURSE.
           03 R-C-KEY          PIC 9(02).
           03 R-LABEL          PIC X(21).
           03 R-COEF           PIC 99,9.
           03 R-GRADE          PIC 99,99.
           03 R-APPRECIATION   PIC X(30).
           03 R-C-STATUT       PIC X(04).

      * Enregistrement de type "vie scolaire" : rattaché à l'étudiant
      * courant (comme les cours de type 2), issu du fichier du
      * Enregistrement de type "en-tête" (un par classe) : établisse-
      * ment, classe, trimestre et date d'édition du bulletin - chaque
      * en-tête ouvre une nouvelle classe dans le lot, les étudiants
      * lus ensuite lui sont rattachés. Le code niveau (4E, 6E...),
      * ajouté en fin d'enregistrement, regroupe les classes
      * parallèles du comparatif : les fichiers d'avant, plus courts,
      * le laissent à blanc (niveau alors donné par parametres.dat)
       01  REC-HEADER.
           03 R-H-KEY          PIC 9(02).
           03 R-H-SCHOOL       PIC X(20).
           03 R-H-CLASS        PIC X(10).
           03 R-H-TERM         PIC X(10).
           03 R-H-DATE         PIC X(10).
           03 R-H-NIVEAU       PIC X(05).

      * Enregistrement de contrôle de fin de fichier (type 9, en
      * dernière position) : nombres attendus d'enregistrements de
           03 R-PP-LABEL       PIC X(21).
           03 R-PP-COEF        PIC 99,9.

      * Enregistrement 'R' : remplacement explicitement demandé par
      * l'opérateur d'un report déjà fait à l'historique (code classe
      * cadré comme R-H-CLASS, blanc = toutes les classes du lot) -
      * sans lui, une classe et un trimestre déjà portés au registre
      * ne sont pas reportés une seconde fois
       01  REC-PARAM-REMPLACEMENT.
           03 FILLER           PIC X(01).
           03 R-PR-CLASS       PIC X(10).

      * Enregistrement 'A' : seuils d'absentéisme en demi-journées
      * d'absence non justifiées du trimestre - premier avertissement
      * aux familles, puis signalement aux services académiques
       01  REC-PARAM-ABSENCES.
           03 FILLER           PIC X(01).
           03 R-PA-SEUIL-AVERT PIC 9(03).
           03 R-PA-SEUIL-SIGNAL PIC 9(03).

      * Enregistrement 'L' : niveau d'une classe pour le comparatif
      * inter-classes (code classe cadré comme R-H-CLASS, code niveau
      * cadré comme R-H-NIVEAU) - prime sur le niveau de l'en-tête
       01  REC-PARAM-NIVEAU.
           03 FILLER           PIC X(01).
           03 R-PN-CLASS       PIC X(10).
           03 R-PN-NIVEAU      PIC X(05).

      * Enregistrement 'H' : tolérance d'écart du comparatif par
      * niveau - une moyenne de classe dans une matière qui s'écarte
      * de plus de cette valeur de la moyenne du niveau est signalée
       01  REC-PARAM-TOLERANCE.
           03 FILLER           PIC X(01).
           03 R-PH-TOLERANCE   PIC 99,99.
      * Vue de contrôle de la saisie (partie entière, virgule,
      * décimales) avant d'accepter la tolérance
           03 R-PH-TOLERANCE-X REDEFINES R-PH-TOLERANCE.
              05 R-PH-TOL-ENT  PIC 9(02).
              05 R-PH-TOL-VIRG PIC X(01).
              05 R-PH-TOL-DEC  PIC 9(02).

      * Fichier d'export : enregistrements longueur fixe de 100 car.,
      * un enregistrement 'E' par étudiant suivi d'un enregistrement
      * 'C' par cours valide (dessins dans WORKING-STORAGE)
           03 R-PT-INE             PIC X(11).

      * Fichier d'historique de l'année : un enregistrement par cours
      * valide et par trimestre, ajouté en fin de run par 0155 ; une
      * classe et un trimestre dont le remplacement est demandé en
      * sont d'abord retirés par 0154 (réécriture via histo.sav), les
      * corrections après édition y sont appliquées par le programme
      * correction, et le programme passage l'archive puis le remet à
      * zéro en fin d'année. La clé de rapprochement est l'INE, comme
      * pour REC-PREVTERM ; classe et trimestre repris de l'en-tête
      * type 3.
      * Le statut de la note termine l'enregistrement (à blanc sur
      * les enregistrements d'avant le statut = noté)
       FD  F-HISTO
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           03 R-HI-LABEL           PIC X(21).
           03 R-HI-COEF            PIC 99,9.
           03 R-HI-GRADE           PIC 99,99.
           03 R-HI-STATUT          PIC X(04).
           03 FILLER               PIC X(01).

       FD  F-HISTO-SAV
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-HISTO-SAV           PIC X(80).

      * Registre des reports : classe et trimestre reportés, date et
      * heure du run, nombre d'enregistrements ajoutés à histo.dat
      * pour cette classe, comptages du contrôle de fin (type 9) du
      * input.dat du run et nature du report ('A' ajout, 'R'
      * remplacement d'un report antérieur)
       FD  F-REGISTRE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-REGISTRE.
           03 R-RG-CLASS           PIC X(10).
           03 R-RG-TERM            PIC X(10).
           03 R-RG-DATE            PIC 9(08).
           03 R-RG-HEURE           PIC 9(06).
           03 R-RG-NB-HISTO        PIC 9(05).
           03 R-RG-CPT1            PIC 9(05).
           03 R-RG-CPT2            PIC 9(05).
           03 R-RG-CPT3            PIC 9(05).
           03 R-RG-CPT4            PIC 9(05).
           03 R-RG-CPT5            PIC 9(05).
           03 R-RG-ACTION          PIC X(01).
           03 FILLER               PIC X(15).

      * Fichier des adresses : un enregistrement par responsable
      * (nom du responsable, trois lignes d'adresse, code postal et
      * ville), clé INE de l'élève - le bloc part dans la fenêtre de
      * l'enveloppe, en lieu et place de l'identité de l'élève. Suivent
      * le canal de diffusion du bulletin voulu par le responsable
      * ('P' courrier, 'E' électronique par l'ENT, 'D' les deux ; à
      * blanc = courrier, comme avant) et son courriel
       FD  F-ADRESSES
           RECORD CONTAINS 212 CHARACTERS
           RECORDING MODE IS F.

       01  REC-ADRESSE.
           03 R-AD-LIGNE3          PIC X(30).
           03 R-AD-CP              PIC X(05).
           03 R-AD-VILLE           PIC X(25).
           03 R-AD-CANAL           PIC X(01).
           03 R-AD-EMAIL           PIC X(50).

      * Fichier des options : INE de l'élève, matière optionnelle
      * (libellé cadré comme R-LABEL) et groupe de l'option (à
      * blanc = un seul groupe pour la matière)
       FD  F-OPTIONS
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.

       01  REC-OPTION.
           03 R-OP-INE             PIC X(11).
           03 R-OP-LABEL           PIC X(21).
           03 R-OP-GROUPE          PIC X(10).

      * Fichier de sélection : une demande de réédition par
      * enregistrement - type 'C' (code classe, cadré comme

       01  REC-F-DUPLICATA         PIC X(250).

      * Bulletin électronique : enregistrements longueur fixe de 250
      * caractères, même page que output.dat
       FD  F-BULLETIN-ENT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-BULLETIN-ENT      PIC X(250).

      * Manifeste de diffusion : identité de l'élève, classe et
      * trimestre, numéro et nom du responsable, canal demandé dans
      * adresses.dat et canal retenu ('P' courrier, 'E' ENT, 'D' les
      * deux), courriel et nom du fichier électronique (à blanc pour
      * un envoi postal seul)
       FD  F-MANIFESTE
           RECORD CONTAINS 168 CHARACTERS
           RECORDING MODE IS F.

       01  REC-MANIFESTE.
           03 R-MF-INE             PIC X(11).
           03 R-MF-LASTNAME        PIC X(07).
           03 R-MF-FIRSTNAME       PIC X(07).
           03 R-MF-CLASS           PIC X(10).
           03 R-MF-TERM            PIC X(10).
           03 R-MF-RESP-NUM        PIC 9(01).
           03 R-MF-RESPONSABLE     PIC X(30).
           03 R-MF-CANAL           PIC X(01).
           03 R-MF-DIFFUSION       PIC X(01).
           03 R-MF-EMAIL           PIC X(50).
           03 R-MF-FICHIER         PIC X(40).

      * Fichier de la grille de notes : enregistrements longueur fixe
      * de 132 caractères (une ligne de grille par enregistrement)
       FD  F-GRILLE

       01  REC-F-GRILLE            PIC X(132).

      * Comparatif par niveau : enregistrements longueur fixe de 132
      * caractères (une ligne du comparatif par enregistrement)
       FD  F-COMPARATIF
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-COMPARATIF        PIC X(132).

      * Lettres d'absentéisme : enregistrements longueur fixe de 132
      * caractères (une ligne de lettre par enregistrement)
       FD  F-LETTRES
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-LETTRES           PIC X(132).

      * Récapitulatif du CPE : enregistrements longueur fixe de 132
      * caractères
       FD  F-RECAP-CPE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RECAP-CPE         PIC X(132).

      * Fichier de travail du tri des étudiants (0180) : le dessin
      * recouvre un poste de WS-STUDENT (clés nommées à leur
      * position, reste en FILLER - un poste fait moins de 2000
      * cas normal du tout premier run de l'année
       01  F-HISTO-STATUS          PIC X(02) VALUE SPACE.
           88 F-HISTO-STATUS-OK         VALUES '00' '05'.
           88 F-HISTO-STATUS-EOF        VALUE '10'.

       01  F-HISTO-SAV-STATUS      PIC X(02) VALUE SPACE.
           88 F-HISTO-SAV-STATUS-OK     VALUE '00'.
           88 F-HISTO-SAV-STATUS-EOF    VALUE '10'.

      * '05' = registre absent (premier report de l'année), créé par
      * l'OPEN EXTEND du premier report
       01  F-REGISTRE-STATUS       PIC X(02) VALUE SPACE.
           88 F-REGISTRE-STATUS-OK      VALUES '00' '05'.
           88 F-REGISTRE-STATUS-EOF     VALUE '10'.

       01  F-GRILLE-STATUS         PIC X(02) VALUE SPACE.
           88 F-GRILLE-STATUS-OK        VALUE '00'.

       01  F-COMPARATIF-STATUS     PIC X(02) VALUE SPACE.
           88 F-COMPARATIF-STATUS-OK    VALUE '00'.

       01  F-LETTRES-STATUS        PIC X(02) VALUE SPACE.
           88 F-LETTRES-STATUS-OK       VALUE '00'.

       01  F-RECAP-CPE-STATUS      PIC X(02) VALUE SPACE.
           88 F-RECAP-CPE-STATUS-OK     VALUE '00'.

       01  F-ADRESSES-STATUS       PIC X(02) VALUE SPACE.
           88 F-ADRESSES-STATUS-OK      VALUE '00'.
           88 F-ADRESSES-STATUS-EOF     VALUE '10'.
           88 F-ADRESSES-STATUS-NOFILE  VALUE '35'.

       01  F-OPTIONS-STATUS        PIC X(02) VALUE SPACE.
           88 F-OPTIONS-STATUS-OK       VALUE '00'.
           88 F-OPTIONS-STATUS-EOF      VALUE '10'.

       01  F-SELECTION-STATUS      PIC X(02) VALUE SPACE.
           88 F-SELECTION-STATUS-OK     VALUE '00'.
           88 F-SELECTION-STATUS-EOF    VALUE '10'.
       01  F-DUPLICATA-STATUS      PIC X(02) VALUE SPACE.
           88 F-DUPLICATA-STATUS-OK     VALUE '00'.

       01  F-BULLETIN-ENT-STATUS   PIC X(02) VALUE SPACE.
           88 F-BULLETIN-ENT-STATUS-OK  VALUE '00'.

       01  F-MANIFESTE-STATUS      PIC X(02) VALUE SPACE.
           88 F-MANIFESTE-STATUS-OK     VALUE '00'.
           88 F-MANIFESTE-STATUS-NOFILE VALUE '35'.

      * Reprise : nombre de bulletins déjà écrits dans output.dat lors
      * d'un run antérieur interrompu (lu dans checkpoint.dat) ; input.dat
      * est toujours entièrement relu et revalidé (lecture peu coûteuse
             10 WS-S-AVERAGE        PIC 99V99. *>Moy Pond
             10 WS-S-RANK           PIC 9(03). *>Rang ds la classe
             10 WS-S-MENTION        PIC X(20). *>Appreciation
      * Elève dont aucun cours ne compte dans la moyenne (tous
      * absents, dispensés, non notés ou hors bornes) : ni moyenne,
      * ni mention, ni rang - posé par 0300, il reste hors des
      * statistiques de classe, du classement, du comparatif et de
      * la somme de contrôle de l'export
             10 WS-S-NOTE-SW        PIC X(01).
                88 WS-S-NON-NOTE    VALUE 'N'.
      * Vie scolaire de l'étudiant (enregistrement de type 4, au plus
      * un par étudiant - le dernier lu l'emporte), reprise sur le
      * bulletin entre les cours et la moyenne générale
                15 WS-C-APPRECIATION   PIC X(30).
                15 WS-C-VALID          PIC X(01) VALUE 'Y'.
                   88 WS-C-IS-VALID    VALUE 'Y'.
      * Statut de la note (cf. REC-COURSE) : un cours non noté reste
      * valide (présent au plan de cours, reporté à l'historique et
      * à l'export) mais sort de la moyenne, des statistiques et du
      * rang de la matière
                15 WS-C-STATUT         PIC X(04).
                   88 WS-C-NOTE        VALUE 'NOTE'.
                   88 WS-C-ABSENT      VALUE 'ABS '.
                   88 WS-C-DISPENSE    VALUE 'DISP'.
                   88 WS-C-NON-NOTE    VALUE 'NN  '.
      * Rattachement du cours à la matière de la classe (entrée de
      * WS-CL-SUBJ, 0 = cours invalide, hors statistiques) et rang de
      * l'étudiant dans cette matière - calculés par 0360
                15 WS-C-SUBJ-IDX       PIC 9(02).
                15 WS-C-SUBJ-RANK      PIC 9(03).
      * Options suivies par l'étudiant (options.dat, 6 au plus) :
      * matière optionnelle et groupe - une matière optionnelle hors
      * de ses options ne lui est pas demandée (0370) et reste en
      * blanc dans la grille (0440)
             10 WS-S-OPT-COUNT      PIC 9(01).
             10 WS-S-OPTION OCCURS 6 TIMES.
                15 WS-SO-LABEL         PIC X(21).
                15 WS-SO-GROUPE        PIC X(10).
       
      * Index utilisé pour parcourir les étudiants
       77  WS-IDX-S                   PIC 9(04).
       01 WS-SUM-COEF                PIC 9(05)V9    VALUE 0.
      * somme ponderee
       01 WS-SUM-PONDEREE            PIC 9(05)V99    VALUE 0.
      * note soumise au contrôle de bornes au chargement (borne mini
      * pour un cours non noté, dont la note est sans objet)
       01 WS-NOTE-CONTROLE           PIC 99V99       VALUE 0.

      * Zones éditées utilisées pour la construction du bulletin imprimé
       01  WS-E-AGE                  PIC Z9.
      * moyenne, mini et maxi de la classe dans la matière,
      * appréciation, marque d'exclusion. Les colonnes de statistiques
      * sont alphanumériques pour rester vides sur un cours invalide.
      * Un cours non noté porte son statut en toutes lettres à la
      * place de la note et du rang (WS-LC-STATUT).
       01  WS-LIGNE-COURS.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WS-LC-LABEL             PIC X(21).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LC-COEF              PIC Z9,9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LC-NOTE-RANG.
             10 WS-LC-GRADE           PIC Z9,99.
             10 FILLER                PIC X(02).
             10 WS-LC-RANG            PIC X(03).
             10 WS-LC-RANG-SEP        PIC X(01).
             10 WS-LC-EFF             PIC X(03).
           05 WS-LC-STATUT REDEFINES WS-LC-NOTE-RANG
                                      PIC X(14).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LC-MOY               PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-GRL-NOM              PIC X(15).
           05 WS-GRL-CASE OCCURS 18 TIMES
                                      PIC X(06).
           05 WS-GRL-RESULTAT.
              10 WS-GRL-MOY           PIC X(06).
              10 WS-GRL-RANG          PIC X(03).

      * Case de grille en construction (note cadrée dans la case)
       01  WS-GRL-CASE-TRAV.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-GRL-CASE-NOTE        PIC X(05).
      * Indique que l'élève a une note dans la colonne en cours ;
      * sinon la case porte "---" (note manquante) ou reste vide
      * (matière hors des options de l'élève)
       01  WS-GRL-NOTE-SW             PIC X(01) VALUE 'N'.
           88 WS-GRL-NOTE-TROUVEE     VALUE 'Y'.
      * En-tête de colonne de la grille (M01, M02, ... - le libellé
      * complet de chaque matière part dans la légende de la page)
       01  WS-GRL-ENT-TRAV.
       01  WS-GRL-SAUT-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-GRL-SAUT             VALUE 'Y'.

      * Comparatif par niveau : niveaux distincts des classes du lot
      * (dans l'ordre de première apparition), niveau en cours et ses
      * totaux (classes, effectif, somme des moyennes d'élèves)
       01  WS-CMP-NIV-LGHT            PIC 9(02) VALUE 0.
       01  WS-DATA-CMP-NIV.
           05 WS-CMP-NIV-T OCCURS 80 TIMES.
             10 WS-CN-NIVEAU          PIC X(05).
      * Index utilisé pour parcourir les niveaux du comparatif
       77  WS-IDX-CN                  PIC 9(02).
       01  WS-CMP-NIV-TROUVE-SW       PIC X(01) VALUE 'N'.
           88 WS-CMP-NIV-TROUVE       VALUE 'Y'.
       01  WS-CMP-NB-CLASSES          PIC 9(02) VALUE 0.
      * Première classe du niveau (trimestre et date de l'en-tête)
       77  WS-CMP-CL-PREMIER          PIC 9(02).
       01  WS-CMP-EFFECTIF            PIC 9(05) VALUE 0.
      * Elèves notés du niveau (base de la moyenne du niveau et des
      * pourcentages de mentions, cf. WS-CL-NB-NOTES)
       01  WS-CMP-NB-NOTES            PIC 9(05) VALUE 0.
       01  WS-CMP-SUM                 PIC 9(09)V99 VALUE 0.
       01  WS-CMP-MOY-NIVEAU          PIC 99V99 VALUE 0.
       01  WS-CMP-ECART               PIC S99V99 VALUE 0.
      * Répartition des mentions : une colonne par tranche du barème
      * plus une colonne "sans mention", pour la classe et le niveau
       01  WS-CMP-MENTIONS.
           05 WS-CMP-MEN-CL           PIC 9(04) OCCURS 11 TIMES.
           05 WS-CMP-MEN-NIV          PIC 9(05) OCCURS 11 TIMES.
       01  WS-CMP-NB-COL-MEN          PIC 9(02) VALUE 0.
      * Colonne de mention de l'élève en cours de décompte
       77  WS-CMP-MEN-COL             PIC 9(02).
       01  WS-CMP-POURCENT            PIC 9(03) VALUE 0.
      * Matières distinctes (libellé et groupe) des classes du niveau
      * en cours, et statistiques du niveau dans la matière en cours
      * (notes, somme, moyenne, plus faible et plus forte moyenne de
      * classe)
       01  WS-CMP-MAT-LGHT            PIC 9(03) VALUE 0.
       01  WS-DATA-CMP-MAT.
           05 WS-CMP-MAT-T OCCURS 100 TIMES.
             10 WS-CM-LABEL           PIC X(21).
             10 WS-CM-GROUPE          PIC X(10).
      * Index utilisé pour parcourir les matières du niveau
       77  WS-IDX-CM                  PIC 9(03).
       01  WS-CMP-MAT-TROUVE-SW       PIC X(01) VALUE 'N'.
           88 WS-CMP-MAT-TROUVE       VALUE 'Y'.
      * Entrée de la matière en cours dans la classe WS-IDX-CL,
      * trouvée par 0476 (0 = matière absente de la classe)
       77  WS-CMP-SJ                  PIC 9(02).
       01  WS-CMP-MAT-NOTES           PIC 9(06) VALUE 0.
       01  WS-CMP-MAT-SUM             PIC 9(08)V99 VALUE 0.
       01  WS-CMP-MAT-MOY             PIC 99V99 VALUE 0.
       01  WS-CMP-MAT-MINI            PIC 99V99 VALUE 0.
       01  WS-CMP-MAT-MAXI            PIC 99V99 VALUE 0.
       01  WS-CMP-MAT-ETENDUE         PIC 99V99 VALUE 0.
       01  WS-CMP-MAT-CLASSES         PIC 9(02) VALUE 0.
      * Zones éditées du comparatif
       01  WS-E-CMP-MOY               PIC Z9,99.
       01  WS-E-CMP-ETENDUE           PIC Z9,99.
       01  WS-E-CMP-NB                PIC Z9.
      * Ligne "moyenne générale et mentions" d'une classe ou du niveau
       01  WS-CMP-LIGNE-GEN.
           05 WS-CMG-CLASS            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-CMG-EFFECTIF         PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMG-MOY              PIC Z9,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMG-ECART            PIC +99,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMG-MEN OCCURS 11 TIMES.
             10 WS-CMG-MEN-NB         PIC ZZZ9.
             10 FILLER                PIC X(01).
             10 WS-CMG-MEN-PCT        PIC ZZ9.
             10 WS-CMG-MEN-SIGNE      PIC X(01).
      * En-tête de colonne de mention (T01, T02, ... - le libellé
      * de chaque tranche part dans la légende de la page)
       01  WS-CMP-ENT-MEN.
           05 FILLER                  PIC X(06) VALUE "     T".
           05 WS-CMP-ENT-NUM          PIC 99.
           05 FILLER                  PIC X(01) VALUE SPACES.
       01  WS-CMP-ENTETE-GEN.
           05 FILLER                  PIC X(33)
                  VALUE "CLASSE       EFF    MOY   ECART  ".
           05 WS-CMP-ENT-MEN-COL      PIC X(09) OCCURS 11 TIMES.
      * Ligne détail d'une classe dans une matière
       01  WS-CMP-LIGNE-MAT.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMM-CLASS            PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMM-NOTES            PIC ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMM-MOY              PIC Z9,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMM-MIN              PIC Z9,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMM-MAX              PIC Z9,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMM-ECART            PIC +99,99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-CMM-SIGNAL           PIC X(84).
      * Ligne du comparatif en cours de construction et compteur de
      * ligne dans la page (pagination propre à comparatif.dat)
       01  WS-CMP-SORTIE              PIC X(132) VALUE SPACES.
       01  WS-CMP-LIGNE-CT            PIC 9(03) VALUE 0.
       01  WS-CMP-SAUT-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-CMP-SAUT             VALUE 'Y'.

      * Lettres d'absentéisme : ligne en cours de construction,
      * compteur de ligne dans la page (pagination propre à
      * lettresabs.dat, une page par lettre), ligne du récapitulatif
      * du CPE et niveau de la lettre de l'élève courant
       01  WS-LTR-SORTIE              PIC X(132) VALUE SPACES.
       01  WS-LTR-LIGNE-CT            PIC 9(03) VALUE 0.
       01  WS-LTR-SAUT-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-LTR-SAUT             VALUE 'Y'.
       01  WS-RCP-SORTIE              PIC X(132) VALUE SPACES.
       01  WS-LTR-NIVEAU              PIC X(01) VALUE SPACE.
           88 WS-LTR-AVERTISSEMENT    VALUE '1'.
           88 WS-LTR-SIGNALEMENT      VALUE '2'.
       01  WS-LTR-NIVEAU-LIB          PIC X(24) VALUE SPACES.
       01  WS-E-SEUIL-ABS             PIC ZZ9.
       01  WS-E-NB-LETTRES            PIC 9(01).
      * Ligne détail du récapitulatif du CPE
       01  WS-LIGNE-RECAP.
           05 WS-LRC-CLASS            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LRC-LASTNAME         PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 WS-LRC-FIRSTNAME        PIC X(07).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LRC-INE              PIC X(11).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WS-LRC-ABS-JUST         PIC ZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 WS-LRC-ABS-NJUST        PIC ZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 WS-LRC-RETARDS          PIC ZZ9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 WS-LRC-NIVEAU           PIC X(24).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-LRC-LETTRES          PIC X(20).
           05 FILLER                  PIC X(24) VALUE SPACES.

      * Table des classes du lot : un enregistrement de type 3 par
      * classe (établissement, classe, trimestre, date) avec l'effectif
      * et les statistiques (somme, moyenne, mini, maxi) de la classe,
             10 WS-CL-CLASS           PIC X(10).
             10 WS-CL-TERM            PIC X(10).
             10 WS-CL-DATE            PIC X(10).
      * Niveau de la classe pour le comparatif (en-tête de type 3,
      * remplacé par l'enregistrement 'L' de parametres.dat s'il y en
      * a un pour la classe ; à blanc = classe non comparée)
             10 WS-CL-NIVEAU          PIC X(05).
             10 WS-CL-STUDENT-COUNT   PIC 9(03).
      * Elèves de la classe ayant une moyenne (hors élèves non
      * notés) : base de la moyenne de classe et du classement
             10 WS-CL-NB-NOTES        PIC 9(03).
             10 WS-CL-SUM             PIC 9(07)V99.
             10 WS-CL-AVERAGE         PIC 99V99.
             10 WS-CL-MIN             PIC 99V99.
             10 WS-CL-MAX             PIC 99V99.
      * Situation de la classe au registre des reports, établie par
      * 0153 avant le report à l'historique ('N' jamais reportée, 'D'
      * déjà reportée et report refusé, 'R' déjà reportée et
      * remplacement demandé), et nombre d'enregistrements ajoutés à
      * histo.dat pour elle par 0155
             10 WS-CL-REGISTRE        PIC X(01).
                88 WS-CL-DEJA-REPORTEE VALUE 'D'.
                88 WS-CL-A-REMPLACER  VALUE 'R'.
             10 WS-CL-HISTO-RECS      PIC 9(05).
      * Matières de la classe : une entrée par libellé de cours
      * distinct (et par groupe pour une option), avec les
      * statistiques de la classe dans la matière (nombre de notes
      * valides, somme, moyenne, mini, maxi) -
      * alimentées par 0360 une fois toutes les notes chargées
             10 WS-CL-SUBJ-COUNT      PIC 9(02).
             10 WS-CL-SUBJ OCCURS 20 TIMES.
               15 WS-SJ-LABEL         PIC X(21).
      * Groupe d'option (à blanc pour le tronc commun ou une option
      * à groupe unique) : les élèves des différents groupes d'une
      * même matière sont classés chacun dans leur groupe
               15 WS-SJ-GROUPE        PIC X(10).
               15 WS-SJ-COUNT         PIC 9(03).
               15 WS-SJ-SUM           PIC 9(05)V99.
               15 WS-SJ-AVERAGE       PIC 99V99.
           05 WS-CPT-REC-TYPE4        PIC 9(05) VALUE 0.
           05 WS-CPT-REC-TYPE5        PIC 9(05) VALUE 0.
           05 WS-CPT-COURS-REJETES    PIC 9(05) VALUE 0.
           05 WS-CPT-COURS-NON-NOTES  PIC 9(05) VALUE 0.
           05 WS-CPT-BULLETINS        PIC 9(05) VALUE 0.
           05 WS-CPT-NON-INSCRITS     PIC 9(05) VALUE 0.
           05 WS-CPT-SANS-NOTES       PIC 9(05) VALUE 0.
           05 WS-CPT-SANS-ADRESSE     PIC 9(05) VALUE 0.
           05 WS-CPT-SANS-ENTETE      PIC 9(05) VALUE 0.
           05 WS-CPT-EXEMPLAIRES      PIC 9(05) VALUE 0.
           05 WS-CPT-FICHIERS-ENT     PIC 9(05) VALUE 0.
           05 WS-CPT-MANIFESTE        PIC 9(05) VALUE 0.
           05 WS-CPT-SANS-CANAL       PIC 9(05) VALUE 0.
           05 WS-CPT-CANAL-ANOM       PIC 9(05) VALUE 0.
           05 WS-CPT-HISTO-REFUS      PIC 9(05) VALUE 0.
           05 WS-CPT-HISTO-PURGES     PIC 9(05) VALUE 0.
           05 WS-CPT-ABS-AVERT        PIC 9(05) VALUE 0.
           05 WS-CPT-ABS-SIGNAL       PIC 9(05) VALUE 0.
           05 WS-CPT-ABS-LETTRES      PIC 9(05) VALUE 0.
           05 WS-CPT-ABS-SANS-ADR     PIC 9(05) VALUE 0.
           05 WS-CPT-ABS-ELEVES       PIC 9(05) VALUE 0.
           05 WS-CPT-OPT-LUES         PIC 9(05) VALUE 0.
           05 WS-CPT-OPT-REJETS       PIC 9(05) VALUE 0.
           05 WS-CPT-HORS-OPTIONS     PIC 9(05) VALUE 0.
           05 WS-CPT-CMP-NIVEAUX      PIC 9(05) VALUE 0.
           05 WS-CPT-CMP-ECARTS       PIC 9(05) VALUE 0.
           05 WS-CPT-CMP-SANS-NIV     PIC 9(05) VALUE 0.
           05 WS-CPT-PARAM-REJETS     PIC 9(05) VALUE 0.

      * Registre des reports à l'historique, chargé par 0153 depuis
      * registre.dat (absent = aucun report encore fait cette année)
       01  WS-DATA-REGISTRE.
           05 WS-REG-LGHT             PIC 9(03) VALUE 0.
              *> Nombre de reports chargés
           05 WS-REGISTRE-T OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-REG-LGHT.
             10 WS-RG-CLASS           PIC X(10).
             10 WS-RG-TERM            PIC X(10).
             10 WS-RG-DATE            PIC 9(08).
             10 WS-RG-NB-HISTO        PIC 9(05).
      * Index utilisé pour parcourir le registre
       77  WS-IDX-RG                  PIC 9(03).
      * Dernier report trouvé au registre pour la classe courante
      * (0 = classe et trimestre jamais reportés)
       77  WS-RG-TROUVE               PIC 9(03).
      * Date d'un report, découpée pour l'édition JJ/MM/AAAA
       01  WS-RG-DATE-TRAV.
           05 WS-RG-DATE-AAAA         PIC 9(04).
           05 WS-RG-DATE-MM           PIC 9(02).
           05 WS-RG-DATE-JJ           PIC 9(02).
      * Demandes de remplacement (enregistrements 'R' de
      * parametres.dat) : toutes les classes du lot, ou liste de
      * classes nommées
       01  WS-REMPL-TOUTES-SW         PIC X(01) VALUE 'N'.
           88 WS-REMPL-TOUTES         VALUE 'Y'.
       01  WS-REMPL-LGHT              PIC 9(02) VALUE 0.
       01  WS-DATA-REMPLACEMENT.
           05 WS-REMPL-CLASS OCCURS 80 TIMES
                                      PIC X(10).
      * Index utilisé pour parcourir les demandes de remplacement
       77  WS-IDX-RP                  PIC 9(02).
      * Indique que le remplacement est demandé pour la classe courante
       01  WS-REMPL-DEMANDE-SW        PIC X(01) VALUE 'N'.
           88 WS-REMPL-DEMANDE        VALUE 'Y'.
      * Indique qu'au moins une classe du lot est à remplacer dans
      * l'historique (purge préalable par 0154)
       01  WS-PURGE-SWITCH            PIC X(01) VALUE 'N'.
           88 WS-PURGE-A-FAIRE        VALUE 'Y'.

      * Dessins des enregistrements du fichier d'export : positions
      * fixes convenues avec le logiciel administratif.
      * Enregistrement 'E' (un par étudiant) : en-tête de classe,
      * identité, moyenne, rang et mention (moyenne, rang et mention
      * à blanc pour un élève non noté)
       01  WS-EXP-ETUDIANT.
           05 WS-EXP-E-TYPE           PIC X(01) VALUE 'E'.
           05 WS-EXP-E-SCHOOL         PIC X(20) VALUE SPACES.
           05 WS-EXP-E-LASTNAME       PIC X(07) VALUE SPACES.
           05 WS-EXP-E-FIRSTNAME      PIC X(07) VALUE SPACES.
           05 WS-EXP-E-INE            PIC X(11) VALUE SPACES.
           05 WS-EXP-E-RESULTAT.
              10 WS-EXP-E-AVERAGE     PIC 99,99.
              10 WS-EXP-E-RANK        PIC 9(03).
           05 WS-EXP-E-MENTION        PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE SPACES.

      * Enregistrement 'C' (un par cours valide de l'étudiant) :
      * identité de rattachement, matière, coefficient, note et
      * statut de la note (NOTE, ABS, DISP, NN - note à zéro, sans
      * objet, pour un cours non noté)
       01  WS-EXP-COURS.
           05 WS-EXP-C-TYPE           PIC X(01) VALUE 'C'.
           05 WS-EXP-C-LASTNAME       PIC X(07) VALUE SPACES.
           05 WS-EXP-C-LABEL          PIC X(21) VALUE SPACES.
           05 WS-EXP-C-COEF           PIC 99,9.
           05 WS-EXP-C-GRADE          PIC 99,99.
           05 WS-EXP-C-STATUT         PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(51) VALUE SPACES.

      * Enregistrement 'T' de totaux de contrôle, en dernière
      * position d'export.dat : nombres d'enregistrements 'E' et 'C'
             10 WS-AD-LIGNE3          PIC X(30).
             10 WS-AD-CP              PIC X(05).
             10 WS-AD-VILLE           PIC X(25).
             10 WS-AD-CANAL           PIC X(01).
             10 WS-AD-EMAIL           PIC X(50).
      * Adresse postale utilisable (première ligne et ville saisies)
      * et canal retenu pour le bulletin au vu du canal demandé et
      * des coordonnées réellement présentes (à blanc : aucun)
             10 WS-AD-POSTALE         PIC X(01).
                88 WS-AD-A-POSTALE    VALUE 'Y'.
             10 WS-AD-DIFFUSION       PIC X(01).
                88 WS-AD-PAPIER       VALUES 'P' 'D'.
                88 WS-AD-ENT          VALUES 'E' 'D'.
                88 WS-AD-SANS-CANAL   VALUE SPACE.

      * Index utilisé pour parcourir les adresses
       77  WS-IDX-AD                  PIC 9(04).
       77  WS-ADR-COURANT             PIC 9(04).
      * Index de l'exemplaire en cours d'édition pour l'étudiant
       77  WS-IDX-COPIE               PIC 9(01).
      * Bulletin électronique en cours : nom du fichier (construit sur
      * l'INE et le numéro du responsable), indicateur de sortie vers
      * ce fichier plutôt que vers output.dat (cf. 0410), pagination
      * de output.dat mise de côté le temps de l'exemplaire ENT
       01  WS-ENT-FICHIER             PIC X(40) VALUE SPACES.
       01  WS-SORTIE-ENT-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-SORTIE-ENT           VALUE 'Y'.
       01  WS-ENT-SAV-PAGE            PIC 9(04) VALUE 0.
       01  WS-ENT-SAV-LIGNE           PIC 9(03) VALUE 0.
      * Nombre de responsables de l'élève courant joignables par au
      * moins un canal (courrier ou ENT)
       01  WS-ADR-NB-DIFFUSION        PIC 9(01) VALUE 0.

      * Options des élèves, chargées depuis options.dat si ce fichier
      * existe (absence = pas d'options, signalé dans le rapport) et
      * rangées sur l'étudiant du lot (WS-S-OPTION) ; la table des
      * matières optionnelles garde chaque libellé rencontré dans le
      * fichier, lot ou non : une telle matière n'est attendue que
      * des élèves qui la suivent
       01  WS-OPTIONS-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-OPTIONS-ACTIFS       VALUE 'Y'.
       01  WS-OPT-LIB-LGHT            PIC 9(02) VALUE 0.
       01  WS-DATA-OPT-LIB.
           05 WS-OL-LABEL OCCURS 50 TIMES
                                      PIC X(21).
      * Index utilisé pour parcourir les matières optionnelles
       77  WS-IDX-OL                  PIC 9(02).
      * Index utilisé pour parcourir les options d'un étudiant
       77  WS-IDX-SO                  PIC 9(01).
      * Recherche d'une matière dans les options de l'étudiant
      * WS-IDX-S (0168) : libellé cherché, matière optionnelle ou
      * non, suivie ou non par l'étudiant, groupe de l'étudiant
      * dans la matière (à blanc hors option)
       01  WS-OPT-LABEL-CHERCHE       PIC X(21) VALUE SPACES.
       01  WS-OPT-MATIERE-SW          PIC X(01) VALUE 'N'.
           88 WS-OPT-EST-OPTION       VALUE 'Y'.
       01  WS-OPT-INSCRIT-SW          PIC X(01) VALUE 'N'.
           88 WS-OPT-INSCRIT          VALUE 'Y'.
       01  WS-GROUPE-COURS            PIC X(10) VALUE SPACES.

      * Paramètres de section : barème des mentions (jusqu'à 10
      * tranches, évaluées dans l'ordre de chargement, première
             10 WS-MEN-SENS           PIC X(01).
                88 WS-MEN-SENS-SUP    VALUE 'P'.
             10 WS-MEN-LIBELLE        PIC X(20).
      * Seuils d'absentéisme (enregistrement 'A' de parametres.dat,
      * sinon valeurs par défaut) en demi-journées non justifiées du
      * trimestre : premier avertissement, puis signalement
       01  WS-SEUILS-ABSENCES.
           05 WS-SEUIL-ABS-AVERT      PIC 9(03) VALUE 4.
           05 WS-SEUIL-ABS-SIGNAL     PIC 9(03) VALUE 10.
      * Niveaux de classe donnés par parametres.dat (enregistrements
      * 'L'), appliqués aux classes du lot par 0470, et tolérance
      * d'écart du comparatif (enregistrement 'H', sinon 2 points)
       01  WS-NIVPAR-LGHT             PIC 9(02) VALUE 0.
          *> Nombre de niveaux de classe chargés
       01  WS-DATA-NIVPAR.
           05 WS-NIVPAR-T OCCURS 80 TIMES.
             10 WS-NP-CLASS           PIC X(10).
             10 WS-NP-NIVEAU          PIC X(05).
      * Index utilisé pour parcourir les niveaux de parametres.dat
       77  WS-IDX-NP                  PIC 9(02).
       01  WS-CMP-TOLERANCE           PIC 99V99 VALUE 2,00.
       01  WS-E-CMP-TOLERANCE         PIC Z9,99.
       01  WS-BORNES.
           05 WS-BORNE-NOTE-MIN       PIC 99V99 VALUE 0.
           05 WS-BORNE-NOTE-MAX       PIC 99V99 VALUE 20,00.
      * Indique que la matière (ou la classe) cherchée figure au plan
       01  WS-PLAN-TROUVE-SW          PIC X(01) VALUE 'N'.
           88 WS-PLAN-TROUVE          VALUE 'Y'.
      * Indique que la classe de l'élève contrôlé a un plan de cours
       01  WS-PLAN-CLASSE-SW          PIC X(01) VALUE 'N'.
           88 WS-PLAN-CLASSE          VALUE 'Y'.
      * Coefficient officiel édité pour les messages d'écart au plan
       01  WS-E-PLAN-COEF             PIC Z9,9.
      * Index utilisé pour parcourir les tranches de mention
       PERFORM 0165-LIRE-ADRESSES-DEB
           THRU 0165-LIRE-ADRESSES-FIN.

      * Options des élèves (langues, latin, sections) : matières
      * attendues de chacun et groupes des statistiques par matière
       PERFORM 0166-LIRE-OPTIONS-DEB
           THRU 0166-LIRE-OPTIONS-FIN.

      * Comparatif multi-trimestre : chargement des moyennes du
      * trimestre précédent si prevterm.dat existe
       PERFORM 0140-LIRE-PREVTERM-DEB
               PERFORM 0440-ECRIRE-GRILLE-DEB
                   THRU 0440-ECRIRE-GRILLE-FIN

      * Comparatif inter-classes par niveau pour la réunion
      * d'harmonisation (classes parallèles côte à côte)
               PERFORM 0470-COMPARATIF-NIVEAUX-DEB
                   THRU 0470-COMPARATIF-NIVEAUX-FIN

      * Reprise sur checkpoint.dat s'il existe et correspond à un run
      * interrompu - ne concerne que l'écriture du bulletin ci-dessous,
      * input.dat étant toujours relu et recalculé en entier

      * Ecriture du bulletin imprimable dans le fichier de sortie
      * (tous les bulletins dans output.dat en run normal, les seuls
      * bulletins sélectionnés dans duplicata.dat en mode duplicata),
      * et en run normal des bulletins électroniques pour l'ENT avec
      * leur manifeste de diffusion
           PERFORM 0400-ECRIRE-BULLETIN-DEB
               THRU 0400-ECRIRE-BULLETIN-FIN

      * l'export, ni toucher au comparatif ni à l'historique
           IF NOT WS-MODE-DUPLICATA

      * Lettres d'absentéisme aux familles et récapitulatif du CPE
      * (élèves au-delà des seuils de demi-journées non justifiées)
               PERFORM 0460-LETTRES-ABSENCES-DEB
                   THRU 0460-LETTRES-ABSENCES-FIN

      * Export des résultats en longueur fixe pour le logiciel
      * administratif (toujours réécrit en entier, même en reprise)
               PERFORM 0700-ECRIRE-EXPORT-DEB
               PERFORM 0150-SAUVER-PREVTERM-DEB
                   THRU 0150-SAUVER-PREVTERM-FIN

      * Contrôle du registre des reports : une classe et un trimestre
      * déjà reportés ne le sont pas une seconde fois, sauf
      * remplacement explicitement demandé
               PERFORM 0153-CONTROLER-REGISTRE-DEB
                   THRU 0153-CONTROLER-REGISTRE-FIN

      * Ajout des résultats de ce trimestre à l'historique de l'année
      * (bulletin annuel du conseil du 3e trimestre)
               PERFORM 0155-SAUVER-HISTORIQUE-DEB
                   THRU 0155-SAUVER-HISTORIQUE-FIN
           END-IF
       ELSE

      * Mode essai : le registre est consulté pour signaler dès la
      * veille un report à l'historique qui serait refusé
           PERFORM 0153-CONTROLER-REGISTRE-DEB
               THRU 0153-CONTROLER-REGISTRE-FIN
       END-IF.

      * Synthèse finale (compteurs, statut de fin) et clôture du
                     MOVE SPACES TO WS-CL-CLASS(WS-CLASS-LGHT)
                     MOVE SPACES TO WS-CL-TERM(WS-CLASS-LGHT)
                     MOVE SPACES TO WS-CL-DATE(WS-CLASS-LGHT)
                     MOVE SPACES TO WS-CL-NIVEAU(WS-CLASS-LGHT)
                     MOVE 0 TO WS-CL-STUDENT-COUNT(WS-CLASS-LGHT)
                 END-IF

                 MOVE R-APPRECIATION
                     TO WS-C-APPRECIATION(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                 MOVE 'Y' TO WS-C-VALID(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))

      * Statut de la note : à blanc (fichier d'avant le statut) =
      * noté ; un cours non noté a une note sans objet, mise à zéro
      * et dispensée du contrôle de bornes ; un statut inconnu rend
      * le cours invalide comme une note hors bornes
                 IF R-C-STATUT = SPACES
                     MOVE 'NOTE' TO WS-C-STATUT(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                 ELSE
                     MOVE R-C-STATUT TO WS-C-STATUT(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                 END-IF
                 IF WS-C-ABSENT(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                   OR WS-C-DISPENSE(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                   OR WS-C-NON-NOTE(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                     ADD 1 TO WS-CPT-COURS-NON-NOTES
                     MOVE 0 TO WS-C-GRADE(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                     MOVE WS-BORNE-NOTE-MIN TO WS-NOTE-CONTROLE
                 ELSE
                     MOVE R-GRADE TO WS-NOTE-CONTROLE
                 END-IF
                 IF NOT WS-C-NOTE(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                   AND NOT WS-C-ABSENT(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                   AND NOT WS-C-DISPENSE(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                   AND NOT WS-C-NON-NOTE(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                     MOVE 'N' TO WS-C-VALID(WS-STUDENT-LGHT
                         WS-S-COURSE-COUNT(WS-STUDENT-LGHT))
                     ADD 1 TO WS-CPT-COURS-REJETES
                     STRING "*** STATUT DE NOTE INCONNU - ELEVE: "
                         WS-S-LASTNAME(WS-STUDENT-LGHT)
                         " COURS: " R-LABEL
                         " STATUT: " R-C-STATUT
                         DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                     END-STRING
                     PERFORM 0610-ECRIRE-RAPPORT-DEB
                         THRU 0610-ECRIRE-RAPPORT-FIN
                 ELSE

      * Contrôle de plausibilité selon les bornes de la section (cf.
      * 0190 - par défaut note 00,00-20,00 et coef 0,1-9,9). Une
      * valeur hors borne est signalée et exclue de la moyenne.
                 IF WS-NOTE-CONTROLE < WS-BORNE-NOTE-MIN
                   OR WS-NOTE-CONTROLE > WS-BORNE-NOTE-MAX
                   OR R-COEF < WS-BORNE-COEF-MIN
                   OR R-COEF > WS-BORNE-COEF-MAX
                     MOVE 'N' TO WS-C-VALID(WS-STUDENT-LGHT
                 END-IF
                 END-IF
                 END-IF
                 END-IF

               WHEN 4
      * Enregistrement de vie scolaire : rattaché à l'étudiant
                 MOVE R-H-CLASS  TO WS-CL-CLASS(WS-CLASS-LGHT)
                 MOVE R-H-TERM   TO WS-CL-TERM(WS-CLASS-LGHT)
                 MOVE R-H-DATE   TO WS-CL-DATE(WS-CLASS-LGHT)
                 MOVE R-H-NIVEAU TO WS-CL-NIVEAU(WS-CLASS-LGHT)
                 MOVE 0 TO WS-CL-STUDENT-COUNT(WS-CLASS-LGHT)
                 MOVE SPACES TO WS-DERNIER-ENR-INFO
                 STRING "ENR #" WS-TOTAL-REC-COUNT
      *****************************************************************
      * Ecrit dans prevterm.dat la moyenne de chaque étudiant de ce
      * trimestre, en remplacement du fichier précédent, pour servir de
      * comparatif au run suivant (un élève non noté n'y figure pas :
      * le run suivant n'affiche alors pas de tendance pour lui).
      *****************************************************************
           OPEN OUTPUT F-PREVTERM.
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT
             IF NOT WS-S-NON-NOTE(WS-IDX-S)
               MOVE WS-S-LASTNAME(WS-IDX-S)  TO R-PT-LASTNAME
               MOVE WS-S-FIRSTNAME(WS-IDX-S) TO R-PT-FIRSTNAME
               MOVE WS-S-AVERAGE(WS-IDX-S)   TO R-PT-AVERAGE
               MOVE WS-S-INE(WS-IDX-S)       TO R-PT-INE
               WRITE REC-PREVTERM
             END-IF
           END-PERFORM.
           CLOSE F-PREVTERM.
           0150-SAUVER-PREVTERM-FIN.
      *****************************************************************
      *
      *****************************************************************
       0153-CONTROLER-REGISTRE-DEB.
      *****************************************************************
      * Charge le registre des reports (registre.dat, absent = aucun
      * report cette année) et situe chaque classe du lot : classe et
      * trimestre jamais reportés => report normal ; déjà reportés =>
      * report refusé et signalé (relancer le même trimestre après
      * correction d'input.dat doublait autrefois toutes les notes de
      * l'historique en silence), sauf remplacement explicitement
      * demandé par un enregistrement 'R' de parametres.dat - les
      * enregistrements antérieurs sont alors retirés par 0154.
      *****************************************************************
           MOVE 0 TO WS-REG-LGHT.
           MOVE 'N' TO WS-PURGE-SWITCH.
           OPEN INPUT F-REGISTRE.
           IF NOT F-REGISTRE-STATUS-OK
               DISPLAY "*** ERREUR SUR REGISTRE.DAT - STATUT: "
                   F-REGISTRE-STATUS
               STRING "*** ERREUR SUR REGISTRE.DAT - STATUT: "
                   F-REGISTRE-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           PERFORM UNTIL F-REGISTRE-STATUS-EOF
               READ F-REGISTRE
                   NOT AT END
                       IF WS-REG-LGHT >= 500
                           DISPLAY "*** REGISTRE.DAT TROP VOLUMINEUX "
                               "(MAX 500 REPORTS)"
                           STRING "*** REGISTRE.DAT TROP VOLUMINEUX "
                               "(MAX 500 REPORTS) - NON REMIS A "
                               "ZERO A LA RENTREE ?"
                               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                           CLOSE F-REGISTRE
                           PERFORM 0630-ABANDON-RUN-DEB
                               THRU 0630-ABANDON-RUN-FIN
                       END-IF
                       ADD 1 TO WS-REG-LGHT
                       MOVE R-RG-CLASS    TO WS-RG-CLASS(WS-REG-LGHT)
                       MOVE R-RG-TERM     TO WS-RG-TERM(WS-REG-LGHT)
                       MOVE R-RG-DATE     TO WS-RG-DATE(WS-REG-LGHT)
                       MOVE R-RG-NB-HISTO TO WS-RG-NB-HISTO(WS-REG-LGHT)
               END-READ
           END-PERFORM.
           CLOSE F-REGISTRE.

           STRING "REGISTRE DES REPORTS CHARGE: " WS-REG-LGHT
               " REPORT(S) ANTERIEUR(S) CETTE ANNEE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.

           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               MOVE 'N' TO WS-CL-REGISTRE(WS-IDX-CL)

      * Dernier report de la classe et du trimestre au registre
               MOVE 0 TO WS-RG-TROUVE
               PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                       UNTIL WS-IDX-RG > WS-REG-LGHT
                   IF WS-RG-CLASS(WS-IDX-RG) = WS-CL-CLASS(WS-IDX-CL)
                     AND WS-RG-TERM(WS-IDX-RG) = WS-CL-TERM(WS-IDX-CL)
                       MOVE WS-IDX-RG TO WS-RG-TROUVE
                   END-IF
               END-PERFORM

               MOVE WS-REMPL-TOUTES-SW TO WS-REMPL-DEMANDE-SW
               PERFORM VARYING WS-IDX-RP FROM 1 BY 1
                       UNTIL WS-IDX-RP > WS-REMPL-LGHT
                   IF WS-REMPL-CLASS(WS-IDX-RP) = WS-CL-CLASS(WS-IDX-CL)
                       MOVE 'Y' TO WS-REMPL-DEMANDE-SW
                   END-IF
               END-PERFORM

               IF WS-RG-TROUVE NOT = 0
                   MOVE WS-RG-DATE(WS-RG-TROUVE) TO WS-RG-DATE-TRAV
                   IF WS-REMPL-DEMANDE
                       MOVE 'R' TO WS-CL-REGISTRE(WS-IDX-CL)
                       MOVE 'Y' TO WS-PURGE-SWITCH
                       STRING "REMPLACEMENT: CLASSE "
                           WS-CL-CLASS(WS-IDX-CL) " TRIMESTRE "
                           WS-CL-TERM(WS-IDX-CL) " - REPORT DU "
                           WS-RG-DATE-JJ "/" WS-RG-DATE-MM "/"
                           WS-RG-DATE-AAAA " ("
                           WS-RG-NB-HISTO(WS-RG-TROUVE)
                           " ENREG.) REMPLACE PAR CE RUN"
                           DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                       END-STRING
                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                           THRU 0610-ECRIRE-RAPPORT-FIN
                   ELSE
                       MOVE 'D' TO WS-CL-REGISTRE(WS-IDX-CL)
                       ADD 1 TO WS-CPT-HISTO-REFUS
                       STRING "*** REPORT REFUSE: CLASSE "
                           WS-CL-CLASS(WS-IDX-CL) " TRIMESTRE "
                           WS-CL-TERM(WS-IDX-CL)
                           " DEJA REPORTEE A L'HISTORIQUE LE "
                           WS-RG-DATE-JJ "/" WS-RG-DATE-MM "/"
                           WS-RG-DATE-AAAA " ("
                           WS-RG-NB-HISTO(WS-RG-TROUVE) " ENREG.)"
                           DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                       END-STRING
                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                           THRU 0610-ECRIRE-RAPPORT-FIN
                       STRING "    HISTO.DAT NON MIS A JOUR POUR CETTE "
                           "CLASSE - POUR REMPLACER LE REPORT "
                           "ANTERIEUR, AJOUTER 'R' + CLASSE DANS "
                           "PARAMETRES.DAT"
                           DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                       END-STRING
                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                           THRU 0610-ECRIRE-RAPPORT-FIN
                   END-IF
               END-IF
           END-PERFORM.
           0153-CONTROLER-REGISTRE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0154-PURGER-HISTORIQUE-DEB.
      *****************************************************************
      * Copie histo.dat dans histo.sav, puis réécrit histo.dat depuis
      * cette copie sans les enregistrements des classes et
      * trimestres à remplacer (WS-CL-A-REMPLACER) : le report de ce
      * run, ajouté ensuite par 0155, prend leur place.
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
                       MOVE 'N' TO WS-REMPL-DEMANDE-SW
                       PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                               UNTIL WS-IDX-CL > WS-CLASS-LGHT
                           IF WS-CL-A-REMPLACER(WS-IDX-CL)
                             AND WS-CL-CLASS(WS-IDX-CL) = R-HI-CLASS
                             AND WS-CL-TERM(WS-IDX-CL) = R-HI-TERM
                               MOVE 'Y' TO WS-REMPL-DEMANDE-SW
                           END-IF
                       END-PERFORM
                       IF WS-REMPL-DEMANDE
                           ADD 1 TO WS-CPT-HISTO-PURGES
                       ELSE
                           WRITE REC-HISTO
                           IF NOT F-HISTO-STATUS-OK
                               DISPLAY "*** ERREUR SUR HISTO.DAT - "
                                   "STATUT: " F-HISTO-STATUS
                               STRING "*** ERREUR SUR HISTO.DAT - "
                                   "STATUT: " F-HISTO-STATUS
                                   " (HISTO.SAV CONTIENT L'ORIGINAL)"
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LIGNE
                               END-STRING
                               PERFORM 0610-ECRIRE-RAPPORT-DEB
                                   THRU 0610-ECRIRE-RAPPORT-FIN
                               CLOSE F-HISTO
                               CLOSE F-HISTO-SAV
                               PERFORM 0630-ABANDON-RUN-DEB
                                   THRU 0630-ABANDON-RUN-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTO-SAV.
           CLOSE F-HISTO.

           STRING "HISTORIQUE: " WS-CPT-HISTO-PURGES
               " ENREGISTREMENT(S) ANTERIEUR(S) RETIRE(S) POUR "
               "REMPLACEMENT - ORIGINAL CONSERVE DANS HISTO.SAV"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0154-PURGER-HISTORIQUE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0155-SAUVER-HISTORIQUE-DEB.
      *****************************************************************
      * Ajoute à histo.dat (OPEN EXTEND ; la purge d'une classe
      * remplacée est faite avant par 0154, les corrections par le
      * programme correction, l'archivage et la remise à zéro de fin
      * d'année par le programme passage) un enregistrement par cours
      * valide de chaque étudiant : INE, identité, classe, trimestre,
      * matière, coefficient, note et statut de la note. Les trois
      * trimestres s'y accumulent ainsi pour le bulletin annuel
      * produit en fin d'année par le programme annuel ; les cours
      * hors bornes, exclus de la moyenne, ne partent pas non plus
      * dans l'historique.
      *****************************************************************
      * Classes déjà reportées dont le remplacement est demandé :
      * leurs enregistrements antérieurs sont d'abord retirés
           IF WS-PURGE-A-FAIRE
               PERFORM 0154-PURGER-HISTORIQUE-DEB
                   THRU 0154-PURGER-HISTORIQUE-FIN
           END-IF.

           OPEN EXTEND F-HISTO.
           IF NOT F-HISTO-STATUS-OK
               DISPLAY "*** ERREUR SUR HISTO.DAT - STATUT: "
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               MOVE 0 TO WS-CL-HISTO-RECS(WS-IDX-CL)
           END-PERFORM.

      * Les classes déjà reportées sans remplacement demandé sont
      * sautées (refus tracé au rapport par 0153)
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT
               MOVE WS-S-CLASS-IDX(WS-IDX-S) TO WS-IDX-CL
               PERFORM VARYING WS-IDX-C FROM 1 BY 1
                       UNTIL WS-IDX-C > WS-S-COURSE-COUNT(WS-IDX-S)
                   IF WS-C-IS-VALID(WS-IDX-S WS-IDX-C)
                     AND NOT WS-CL-DEJA-REPORTEE(WS-IDX-CL)
                       MOVE SPACES TO REC-HISTO
                       MOVE WS-S-INE(WS-IDX-S)       TO R-HI-INE
                       MOVE WS-S-LASTNAME(WS-IDX-S)  TO R-HI-LASTNAME
                           TO R-HI-COEF
                       MOVE WS-C-GRADE(WS-IDX-S WS-IDX-C)
                           TO R-HI-GRADE
                       MOVE WS-C-STATUT(WS-IDX-S WS-IDX-C)
                           TO R-HI-STATUT
                       WRITE REC-HISTO
                       IF NOT F-HISTO-STATUS-OK
                           DISPLAY "*** ERREUR SUR HISTO.DAT - "
                               THRU 0630-ABANDON-RUN-FIN
                       END-IF
                       ADD 1 TO WS-CPT-HISTO-RECS
                       ADD 1 TO WS-CL-HISTO-RECS(WS-IDX-CL)
                   END-IF
               END-PERFORM
           END-PERFORM.
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.

      * Report inscrit au registre, classe par classe
           PERFORM 0156-MAJ-REGISTRE-DEB
               THRU 0156-MAJ-REGISTRE-FIN.
           0155-SAUVER-HISTORIQUE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0156-MAJ-REGISTRE-DEB.
      *****************************************************************
      * Ajoute au registre des reports (OPEN EXTEND - jamais réécrit
      * en cours d'année) un enregistrement par classe du lot reportée
      * à l'historique par ce run : classe, trimestre, date et heure
      * du run, nombre d'enregistrements ajoutés, comptages du
      * contrôle de fin d'input.dat, et 'A' (ajout) ou 'R'
      * (remplacement). Les classes refusées n'y figurent pas.
      *****************************************************************
           OPEN EXTEND F-REGISTRE.
           IF NOT F-REGISTRE-STATUS-OK
               DISPLAY "*** ERREUR SUR REGISTRE.DAT - STATUT: "
                   F-REGISTRE-STATUS
               STRING "*** ERREUR SUR REGISTRE.DAT - STATUT: "
                   F-REGISTRE-STATUS
                   " - HISTO.DAT MIS A JOUR MAIS REPORT NON INSCRIT"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               IF NOT WS-CL-DEJA-REPORTEE(WS-IDX-CL)
                   MOVE SPACES TO REC-REGISTRE
                   MOVE WS-CL-CLASS(WS-IDX-CL)      TO R-RG-CLASS
                   MOVE WS-CL-TERM(WS-IDX-CL)       TO R-RG-TERM
                   MOVE WS-RUN-DATE                 TO R-RG-DATE
                   MOVE WS-RUN-TIME(1:6)            TO R-RG-HEURE
                   MOVE WS-CL-HISTO-RECS(WS-IDX-CL) TO R-RG-NB-HISTO
                   MOVE WS-TRL-CPT1                 TO R-RG-CPT1
                   MOVE WS-TRL-CPT2                 TO R-RG-CPT2
                   MOVE WS-TRL-CPT3                 TO R-RG-CPT3
                   MOVE WS-TRL-CPT4                 TO R-RG-CPT4
                   MOVE WS-TRL-CPT5                 TO R-RG-CPT5
                   IF WS-CL-A-REMPLACER(WS-IDX-CL)
                       MOVE 'R' TO R-RG-ACTION
                   ELSE
                       MOVE 'A' TO R-RG-ACTION
                   END-IF
                   WRITE REC-REGISTRE
                   IF NOT F-REGISTRE-STATUS-OK
                       DISPLAY "*** ERREUR SUR REGISTRE.DAT - "
                           "STATUT: " F-REGISTRE-STATUS
                       STRING "*** ERREUR SUR REGISTRE.DAT - "
                           "STATUT: " F-REGISTRE-STATUS
                           " CLASSE: " WS-CL-CLASS(WS-IDX-CL)
                           DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                       END-STRING
                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                           THRU 0610-ECRIRE-RAPPORT-FIN
                       CLOSE F-REGISTRE
                       PERFORM 0630-ABANDON-RUN-DEB
                           THRU 0630-ABANDON-RUN-FIN
                   END-IF
                   STRING "REGISTRE: CLASSE " WS-CL-CLASS(WS-IDX-CL)
                       " TRIMESTRE " WS-CL-TERM(WS-IDX-CL)
                       " REPORTEE (" R-RG-ACTION ") - "
                       WS-CL-HISTO-RECS(WS-IDX-CL)
                       " ENREGISTREMENT(S)"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
               END-IF
           END-PERFORM.
           CLOSE F-REGISTRE.
           0156-MAJ-REGISTRE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0160-LIRE-EFFECTIFS-DEB.
      *****************************************************************
      * Charge dans WS-EFFECTIF-T les inscrits depuis effectifs.dat
      * si ce fichier existe (absence = contrôle des effectifs
      * désactivé, signalé dans le rapport - pas une erreur, p.ex.
      * site qui ne tient pas encore ce fichier).
      *****************************************************************
           MOVE 0 TO WS-EFF-LGHT.
           MOVE 'N' TO WS-EFFECTIFS-SWITCH.
           OPEN INPUT F-EFFECTIFS.
           IF F-EFFECTIFS-STATUS-OK
               MOVE 'Y' TO WS-EFFECTIFS-SWITCH
               PERFORM UNTIL F-EFFECTIFS-STATUS-EOF
                   READ F-EFFECTIFS
                       NOT AT END
                           IF WS-EFF-LGHT >= 2000
      * Table des inscrits pleine : le contrôle continue sur les 2000
      * premiers, le reste du fichier est signalé une fois et ignoré
                               IF NOT WS-EFF-TRONQUE
                                   MOVE 'Y' TO WS-EFF-TRONQUE-SWITCH
                                   STRING "*** EFFECTIFS TRONQUES A "
                                       "2000 INSCRITS - FICHIER PLUS "
                                       "LONG IGNORE AU-DELA"
                                       DELIMITED BY SIZE
                                       INTO WS-RAPPORT-LIGNE
                                   END-STRING
      * désactivé, signalé dans le rapport - l'identité de l'élève
      * reste alors à la fenêtre de l'enveloppe comme avant). Deux
      * enregistrements portant le même INE = deux responsables à
      * des adresses différentes = deux exemplaires du bulletin. Le
      * canal de diffusion de chaque responsable est arrêté au
      * chargement (cf. 0167).
      *****************************************************************
           MOVE 0 TO WS-ADR-LGHT.
           MOVE 'N' TO WS-ADRESSES-SWITCH.
                                   TO WS-AD-CP(WS-ADR-LGHT)
                               MOVE R-AD-VILLE
                                   TO WS-AD-VILLE(WS-ADR-LGHT)
                               MOVE R-AD-CANAL
                                   TO WS-AD-CANAL(WS-ADR-LGHT)
                               MOVE R-AD-EMAIL
                                   TO WS-AD-EMAIL(WS-ADR-LGHT)
                               PERFORM 0167-DETERMINER-CANAL-DEB
                                   THRU 0167-DETERMINER-CANAL-FIN
                           END-IF
                   END-READ
               END-PERFORM
           0165-LIRE-ADRESSES-FIN.


      *****************************************************************
      *
      *****************************************************************
       0167-DETERMINER-CANAL-DEB.
      *****************************************************************
      * Arrête le canal de diffusion du bulletin pour l'adresse qui
      * vient d'être chargée (WS-ADR-LGHT), au vu du canal demandé et
      * des coordonnées présentes : courrier s'il y a une adresse
      * postale, ENT s'il y a un courriel, les deux pour 'D'. Canal
      * à blanc = courrier (fichiers antérieurs) ; canal inconnu =
      * courrier, signalé. Un canal demandé mais inutilisable se
      * replie sur l'autre quand c'est possible, signalé au rapport ;
      * sans adresse ni courriel, le responsable reste sans canal
      * (l'élève est signalé à l'édition, cf. 0418).
      *****************************************************************
           MOVE 'N' TO WS-AD-POSTALE(WS-ADR-LGHT).
           IF WS-AD-LIGNE1(WS-ADR-LGHT) NOT = SPACES
             AND WS-AD-VILLE(WS-ADR-LGHT) NOT = SPACES
               MOVE 'Y' TO WS-AD-POSTALE(WS-ADR-LGHT)
           END-IF.

           IF WS-AD-CANAL(WS-ADR-LGHT) = SPACE
               MOVE 'P' TO WS-AD-CANAL(WS-ADR-LGHT)
           END-IF.
           IF WS-AD-CANAL(WS-ADR-LGHT) NOT = 'P'
             AND WS-AD-CANAL(WS-ADR-LGHT) NOT = 'E'
             AND WS-AD-CANAL(WS-ADR-LGHT) NOT = 'D'
               ADD 1 TO WS-CPT-CANAL-ANOM
               STRING "*** CANAL DE DIFFUSION INCONNU - INE: "
                   WS-AD-INE(WS-ADR-LGHT) " RESPONSABLE: "
                   WS-AD-RESPONSABLE(WS-ADR-LGHT) " CANAL: "
                   WS-AD-CANAL(WS-ADR-LGHT) " - COURRIER RETENU"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               MOVE 'P' TO WS-AD-CANAL(WS-ADR-LGHT)
           END-IF.

           EVALUATE TRUE
               WHEN WS-AD-CANAL(WS-ADR-LGHT) = 'D'
                AND WS-AD-A-POSTALE(WS-ADR-LGHT)
                AND WS-AD-EMAIL(WS-ADR-LGHT) NOT = SPACES
                   MOVE 'D' TO WS-AD-DIFFUSION(WS-ADR-LGHT)
               WHEN WS-AD-CANAL(WS-ADR-LGHT) NOT = 'P'
                AND WS-AD-EMAIL(WS-ADR-LGHT) NOT = SPACES
                   MOVE 'E' TO WS-AD-DIFFUSION(WS-ADR-LGHT)
               WHEN WS-AD-A-POSTALE(WS-ADR-LGHT)
                   MOVE 'P' TO WS-AD-DIFFUSION(WS-ADR-LGHT)
               WHEN WS-AD-EMAIL(WS-ADR-LGHT) NOT = SPACES
                   MOVE 'E' TO WS-AD-DIFFUSION(WS-ADR-LGHT)
               WHEN OTHER
                   MOVE SPACE TO WS-AD-DIFFUSION(WS-ADR-LGHT)
           END-EVALUATE.

      * Responsable injoignable : signalé (ses exemplaires ne partent
      * pas) ; repli : le canal retenu n'est pas celui demandé
           IF WS-AD-SANS-CANAL(WS-ADR-LGHT)
               ADD 1 TO WS-CPT-CANAL-ANOM
               STRING "*** RESPONSABLE SANS ADRESSE NI COURRIEL - INE: "
                   WS-AD-INE(WS-ADR-LGHT) " RESPONSABLE: "
                   WS-AD-RESPONSABLE(WS-ADR-LGHT)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0167-DETERMINER-CANAL-FIN
           END-IF.
           IF WS-AD-DIFFUSION(WS-ADR-LGHT) = WS-AD-CANAL(WS-ADR-LGHT)
               GO TO 0167-DETERMINER-CANAL-FIN
           END-IF.
           ADD 1 TO WS-CPT-CANAL-ANOM.
           STRING "*** CANAL " WS-AD-CANAL(WS-ADR-LGHT)
               " INUTILISABLE - INE: "
               WS-AD-INE(WS-ADR-LGHT) " RESPONSABLE: "
               WS-AD-RESPONSABLE(WS-ADR-LGHT) " - CANAL RETENU: "
               WS-AD-DIFFUSION(WS-ADR-LGHT)
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0167-DETERMINER-CANAL-FIN.


      *****************************************************************
      *
      *****************************************************************
       0166-LIRE-OPTIONS-DEB.
      *****************************************************************
      * Charge options.dat si ce fichier existe (absence = pas
      * d'options, signalé dans le rapport - pas une erreur) : chaque
      * option est rangée sur l'étudiant du lot de même INE, et son
      * libellé dans la table des matières optionnelles. Une option
      * d'un élève absent du lot (autre classe, autre run) ne sert
      * qu'à cette table. Rejetés et signalés : INE ou matière à
      * blanc, option en double pour un élève, plus de 6 options.
      * Enfin, une note dans une matière optionnelle que l'élève ne
      * suit pas est signalée (option oubliée au fichier, ou cours
      * saisi pour le mauvais élève).
      *****************************************************************
           MOVE 'N' TO WS-OPTIONS-SWITCH.
           MOVE 0 TO WS-OPT-LIB-LGHT.
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT
               MOVE 0 TO WS-S-OPT-COUNT(WS-IDX-S)
           END-PERFORM.

           OPEN INPUT F-OPTIONS.
           IF NOT F-OPTIONS-STATUS-OK
               STRING "OPTIONS DES ELEVES DESACTIVEES - "
                   "OPTIONS.DAT ABSENT"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               GO TO 0166-LIRE-OPTIONS-FIN
           END-IF.
           MOVE 'Y' TO WS-OPTIONS-SWITCH.

           PERFORM UNTIL F-OPTIONS-STATUS-EOF
             READ F-OPTIONS
               NOT AT END
                 ADD 1 TO WS-CPT-OPT-LUES
                 IF R-OP-INE = SPACES OR R-OP-LABEL = SPACES
                   ADD 1 TO WS-CPT-OPT-REJETS
                   STRING "*** OPTION REJETEE (INE OU MATIERE A "
                       "BLANC): " REC-OPTION
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
                 ELSE

      * Libellé ajouté à la table des matières optionnelles
                   MOVE 'N' TO WS-OPT-MATIERE-SW
                   PERFORM VARYING WS-IDX-OL FROM 1 BY 1
                           UNTIL WS-IDX-OL > WS-OPT-LIB-LGHT
                             OR WS-OPT-EST-OPTION
                       IF WS-OL-LABEL(WS-IDX-OL) = R-OP-LABEL
                           MOVE 'Y' TO WS-OPT-MATIERE-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-OPT-EST-OPTION
                     IF WS-OPT-LIB-LGHT < 50
                       ADD 1 TO WS-OPT-LIB-LGHT
                       MOVE R-OP-LABEL TO WS-OL-LABEL(WS-OPT-LIB-LGHT)
                     ELSE
                       ADD 1 TO WS-CPT-OPT-REJETS
                       STRING "*** TROP DE MATIERES OPTIONNELLES "
                           "(MAX 50) - IGNOREE: " R-OP-LABEL
                           DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                       END-STRING
                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                           THRU 0610-ECRIRE-RAPPORT-FIN
                     END-IF
                   END-IF

      * Option rangée sur l'étudiant du lot de même INE
                   PERFORM VARYING WS-IDX-S FROM 1 BY 1
                           UNTIL WS-IDX-S > WS-STUDENT-LGHT
                     IF WS-S-INE(WS-IDX-S) = R-OP-INE
                       MOVE R-OP-LABEL TO WS-OPT-LABEL-CHERCHE
                       PERFORM 0168-CHERCHER-OPTION-DEB
                           THRU 0168-CHERCHER-OPTION-FIN
                       EVALUATE TRUE
                         WHEN WS-OPT-INSCRIT
                           ADD 1 TO WS-CPT-OPT-REJETS
                           STRING "*** OPTION EN DOUBLE - ELEVE: "
                               WS-S-LASTNAME(WS-IDX-S) " "
                               WS-S-FIRSTNAME(WS-IDX-S)
                               "  MATIERE: " R-OP-LABEL
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                         WHEN WS-S-OPT-COUNT(WS-IDX-S) >= 6
                           ADD 1 TO WS-CPT-OPT-REJETS
                           STRING "*** TROP D'OPTIONS (MAX 6) - ELEVE: "
                               WS-S-LASTNAME(WS-IDX-S) " "
                               WS-S-FIRSTNAME(WS-IDX-S)
                               "  MATIERE: " R-OP-LABEL
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LIGNE
                           END-STRING
                           PERFORM 0610-ECRIRE-RAPPORT-DEB
                               THRU 0610-ECRIRE-RAPPORT-FIN
                         WHEN OTHER
                           ADD 1 TO WS-S-OPT-COUNT(WS-IDX-S)
                           MOVE WS-S-OPT-COUNT(WS-IDX-S) TO WS-IDX-SO
                           MOVE R-OP-LABEL
                               TO WS-SO-LABEL(WS-IDX-S WS-IDX-SO)
                           MOVE R-OP-GROUPE
                               TO WS-SO-GROUPE(WS-IDX-S WS-IDX-SO)
                       END-EVALUATE
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE F-OPTIONS.

           STRING "OPTIONS DES ELEVES ACTIVEES - " WS-CPT-OPT-LUES
               " OPTION(S) LUE(S), " WS-OPT-LIB-LGHT
               " MATIERE(S) OPTIONNELLE(S)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.

      * Notes dans une matière optionnelle que l'élève ne suit pas
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT
             PERFORM VARYING WS-IDX-C FROM 1 BY 1
                     UNTIL WS-IDX-C > WS-S-COURSE-COUNT(WS-IDX-S)
               MOVE WS-C-LABEL(WS-IDX-S WS-IDX-C)
                   TO WS-OPT-LABEL-CHERCHE
               PERFORM 0168-CHERCHER-OPTION-DEB
                   THRU 0168-CHERCHER-OPTION-FIN
               IF WS-OPT-EST-OPTION AND NOT WS-OPT-INSCRIT
                 ADD 1 TO WS-CPT-HORS-OPTIONS
                 STRING "*** NOTE HORS OPTIONS - ELEVE: "
                     WS-S-LASTNAME(WS-IDX-S) " "
                     WS-S-FIRSTNAME(WS-IDX-S)
                     "  INE: " WS-S-INE(WS-IDX-S)
                     "  MATIERE: " WS-C-LABEL(WS-IDX-S WS-IDX-C)
                     DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                 END-STRING
                 PERFORM 0610-ECRIRE-RAPPORT-DEB
                     THRU 0610-ECRIRE-RAPPORT-FIN
               END-IF
             END-PERFORM
           END-PERFORM.
           0166-LIRE-OPTIONS-FIN.


      *****************************************************************
      *
      *****************************************************************
       0168-CHERCHER-OPTION-DEB.
      *****************************************************************
      * Situe la matière WS-OPT-LABEL-CHERCHE pour l'étudiant
      * WS-IDX-S : matière optionnelle ou non (WS-OPT-EST-OPTION),
      * suivie ou non par l'étudiant (WS-OPT-INSCRIT) et, s'il la
      * suit, son groupe (WS-GROUPE-COURS, à blanc sinon). Sans
      * options.dat, aucune matière n'est optionnelle.
      *****************************************************************
           MOVE 'N' TO WS-OPT-MATIERE-SW.
           MOVE 'N' TO WS-OPT-INSCRIT-SW.
           MOVE SPACES TO WS-GROUPE-COURS.
           IF NOT WS-OPTIONS-ACTIFS
               GO TO 0168-CHERCHER-OPTION-FIN
           END-IF.
           PERFORM VARYING WS-IDX-OL FROM 1 BY 1
                   UNTIL WS-IDX-OL > WS-OPT-LIB-LGHT
                     OR WS-OPT-EST-OPTION
               IF WS-OL-LABEL(WS-IDX-OL) = WS-OPT-LABEL-CHERCHE
                   MOVE 'Y' TO WS-OPT-MATIERE-SW
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-SO FROM 1 BY 1
                   UNTIL WS-IDX-SO > WS-S-OPT-COUNT(WS-IDX-S)
                     OR WS-OPT-INSCRIT
               IF WS-SO-LABEL(WS-IDX-S WS-IDX-SO)
                   = WS-OPT-LABEL-CHERCHE
                   MOVE 'Y' TO WS-OPT-INSCRIT-SW
                   MOVE WS-SO-GROUPE(WS-IDX-S WS-IDX-SO)
                       TO WS-GROUPE-COURS
               END-IF
           END-PERFORM.
           0168-CHERCHER-OPTION-FIN.


      *****************************************************************
      *
      *****************************************************************
                                   END-STRING
                                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                                       THRU 0610-ECRIRE-RAPPORT-FIN
                               WHEN 'R'
      * Remplacement explicitement demandé d'un report déjà fait à
      * l'historique (cf. 0153) : classe nommée ou tout le lot
                                   IF R-PR-CLASS = SPACES
                                       MOVE 'Y' TO WS-REMPL-TOUTES-SW
                                       STRING "REMPLACEMENT DEMANDE "
                                           "DES REPORTS A L'HISTORI"
                                           "QUE - TOUTES CLASSES"
                                           DELIMITED BY SIZE
                                           INTO WS-RAPPORT-LIGNE
                                       END-STRING
                                   ELSE
                                     IF WS-REMPL-LGHT < 80
                                       ADD 1 TO WS-REMPL-LGHT
                                       MOVE R-PR-CLASS
                                           TO WS-REMPL-CLASS
                                           (WS-REMPL-LGHT)
                                       STRING "REMPLACEMENT DEMANDE "
                                           "DES REPORTS A L'HISTORI"
                                           "QUE - CLASSE: "
                                           R-PR-CLASS
                                           DELIMITED BY SIZE
                                           INTO WS-RAPPORT-LIGNE
                                       END-STRING
                                     ELSE
                                       ADD 1 TO WS-CPT-PARAM-REJETS
                                       STRING "*** REMPLACEMENT IGNORE"
                                           " (MAX 80): "
                                           R-PR-CLASS
                                           DELIMITED BY SIZE
                                           INTO WS-RAPPORT-LIGNE
                                       END-STRING
                                     END-IF
                                   END-IF
                                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                                       THRU 0610-ECRIRE-RAPPORT-FIN
                               WHEN 'A'
      * Seuils d'absentéisme des lettres aux familles (cf. 0460) :
      * un seuil non numérique ou incohérent est ignoré et signalé
                                   IF R-PA-SEUIL-AVERT IS NUMERIC
                                     AND R-PA-SEUIL-SIGNAL IS NUMERIC
                                     AND R-PA-SEUIL-AVERT > 0
                                     AND R-PA-SEUIL-SIGNAL
                                         >= R-PA-SEUIL-AVERT
                                       MOVE R-PA-SEUIL-AVERT
                                           TO WS-SEUIL-ABS-AVERT
                                       MOVE R-PA-SEUIL-SIGNAL
                                           TO WS-SEUIL-ABS-SIGNAL
                                   ELSE
                                       ADD 1 TO WS-CPT-PARAM-REJETS
                                       STRING "*** SEUILS D'ABSENTEI"
                                           "SME INVALIDES IGNORES: "
                                           REC-PARAM-ABSENCES
                                           DELIMITED BY SIZE
                                           INTO WS-RAPPORT-LIGNE
                                       END-STRING
                                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                                          THRU 0610-ECRIRE-RAPPORT-FIN
                                   END-IF
                               WHEN 'L'
      * Niveau d'une classe pour le comparatif inter-classes (cf.
      * 0470) : classe ou niveau à blanc = enregistrement ignoré
                                   IF R-PN-CLASS NOT = SPACES
                                     AND R-PN-NIVEAU NOT = SPACES
                                     AND WS-NIVPAR-LGHT < 80
                                       ADD 1 TO WS-NIVPAR-LGHT
                                       MOVE R-PN-CLASS TO WS-NP-CLASS
                                           (WS-NIVPAR-LGHT)
                                       MOVE R-PN-NIVEAU
                                           TO WS-NP-NIVEAU
                                           (WS-NIVPAR-LGHT)
                                   ELSE
                                       ADD 1 TO WS-CPT-PARAM-REJETS
                                       STRING "*** NIVEAU DE CLASSE "
                                           "IGNORE (INCOMPLET OU "
                                           "MAX 80): "
                                           REC-PARAM-NIVEAU
                                           DELIMITED BY SIZE
                                           INTO WS-RAPPORT-LIGNE
                                       END-STRING
                                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                                          THRU 0610-ECRIRE-RAPPORT-FIN
                                   END-IF
                               WHEN 'H'
      * Tolérance d'écart du comparatif par niveau : une valeur non
      * numérique ou nulle est ignorée (2,00 par défaut conservé)
                                   IF R-PH-TOL-ENT IS NUMERIC
                                     AND R-PH-TOL-VIRG = ","
                                     AND R-PH-TOL-DEC IS NUMERIC
                                     AND (R-PH-TOL-ENT > 0
                                       OR R-PH-TOL-DEC > 0)
                                       MOVE R-PH-TOLERANCE
                                           TO WS-CMP-TOLERANCE
                                   ELSE
                                       ADD 1 TO WS-CPT-PARAM-REJETS
                                       STRING "*** TOLERANCE INVALIDE "
                                           "IGNOREE: "
                                           REC-PARAM-TOLERANCE
                                           DELIMITED BY SIZE
                                           INTO WS-RAPPORT-LIGNE
                                       END-STRING
                                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                                          THRU 0610-ECRIRE-RAPPORT-FIN
                                   END-IF
                               WHEN 'E'
      * Mode essai : contrôle complet sans aucune édition ni mise à
      * jour des fichiers d'état (cf. WS-MODE-ESSAI-SWITCH)
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.

           MOVE WS-CMP-TOLERANCE TO WS-E-CMP-TOLERANCE.
           STRING "COMPARATIF PAR NIVEAU: TOLERANCE D'ECART "
               WS-E-CMP-TOLERANCE
               "  NIVEAUX DE CLASSE DONNES: " WS-NIVPAR-LGHT
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.

           MOVE WS-SEUIL-ABS-AVERT TO WS-E-ABS-NJUST.
           MOVE WS-SEUIL-ABS-SIGNAL TO WS-E-SEUIL-ABS.
           STRING "SEUILS D'ABSENTEISME (DEMI-JOURNEES NON "
               "JUSTIFIEES): AVERTISSEMENT " WS-E-ABS-NJUST
               "  SIGNALEMENT " WS-E-SEUIL-ABS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0190-LIRE-PARAMETRES-FIN.



                MOVE WS-C-COEF(WS-IDX-S WS-IDX-C) TO WS-E-COEF
                MOVE WS-C-GRADE(WS-IDX-S WS-IDX-C) TO WS-E-GRADE
                IF WS-C-NOTE(WS-IDX-S WS-IDX-C)
                  OR NOT WS-C-IS-VALID(WS-IDX-S WS-IDX-C)
                    STRING "   COURS " WS-IDX-C " : "
                        WS-C-LABEL(WS-IDX-S WS-IDX-C)
                        "  COEF: " WS-E-COEF
                        "  NOTE: " WS-E-GRADE
                        "  " WS-C-APPRECIATION(WS-IDX-S WS-IDX-C)
                        DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                    END-STRING
                ELSE
                    STRING "   COURS " WS-IDX-C " : "
                        WS-C-LABEL(WS-IDX-S WS-IDX-C)
                        "  COEF: " WS-E-COEF
                        "  NOTE: " WS-C-STATUT(WS-IDX-S WS-IDX-C)
                        " " WS-C-APPRECIATION(WS-IDX-S WS-IDX-C)
                        DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                    END-STRING
                END-IF
                PERFORM 0610-ECRIRE-RAPPORT-DEB
                    THRU 0610-ECRIRE-RAPPORT-FIN

                   UNTIL WS-IDX-C > WS-S-COURSE-COUNT(WS-IDX-S)

      * Les cours hors bornes (cf. 0100) ne comptent pas dans la moy.
      * - ni les cours non notés (absent, dispensé, non noté)
             IF WS-C-IS-VALID(WS-IDX-S WS-IDX-C)
               AND WS-C-NOTE(WS-IDX-S WS-IDX-C)

      * Calcul somme pondérée : grade * coef et ajout ce produit
      * à la somme pondérée
      * Utilise ROUNDED pour arrondir le résultat final
               COMPUTE WS-S-AVERAGE(WS-IDX-S) ROUNDED =
                   WS-SUM-PONDEREE / WS-SUM-COEF 
               MOVE 'Y' TO WS-S-NOTE-SW(WS-IDX-S)

      * Si aucun cours compté → élève non noté : pas de moyenne (un
      * 00,00 fictif fausserait mention, rang et moyenne de classe)
           ELSE
               MOVE 0 TO WS-S-AVERAGE(WS-IDX-S)
               MOVE 'N' TO WS-S-NOTE-SW(WS-IDX-S)
           END-IF

      * Détermination de la mention selon le barème de la section
      * (cf. 0190) : tranches évaluées dans l'ordre de chargement,
      * première vérifiée retenue, aucune vérifiée => pas de mention
      * (ni pour un élève non noté)
           MOVE SPACES TO WS-S-MENTION(WS-IDX-S)
           MOVE 'N' TO WS-MENTION-TROUVEE-SW
           IF WS-S-NON-NOTE(WS-IDX-S)
               MOVE 'Y' TO WS-MENTION-TROUVEE-SW
           END-IF
           PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                   UNTIL WS-IDX-MEN > WS-MENTION-LGHT
                     OR WS-MENTION-TROUVEE
               END-IF
           END-PERFORM

           IF WS-S-NON-NOTE(WS-IDX-S)
               STRING "ELEVE " WS-S-LASTNAME(WS-IDX-S)
                   "  MOYENNE: NON NOTE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
           ELSE
               MOVE WS-S-AVERAGE(WS-IDX-S) TO WS-E-AVERAGE
               STRING "ELEVE " WS-S-LASTNAME(WS-IDX-S)
                   "  MOYENNE: " WS-E-AVERAGE
                   "  MENTION: " WS-S-MENTION(WS-IDX-S)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
           END-IF
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN
       END-PERFORM.
      * - le rang de chaque étudiant dans SA classe (1 = meilleure
      *   moyenne, les classes ne se mélangent pas)
      * - la moyenne, le mini et le maxi de chaque classe
      * Les élèves non notés (cf. 0300) restent hors du classement
      * (rang à zéro) et des statistiques de la classe.
      *****************************************************************
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               MOVE 0 TO WS-CL-NB-NOTES(WS-IDX-CL)
               MOVE 0 TO WS-CL-SUM(WS-IDX-CL)
               MOVE 0 TO WS-CL-MAX(WS-IDX-CL)
               MOVE 99,99 TO WS-CL-MIN(WS-IDX-CL)
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT

               MOVE WS-S-CLASS-IDX(WS-IDX-S) TO WS-IDX-CL
               MOVE 0 TO WS-S-RANK(WS-IDX-S)

             IF NOT WS-S-NON-NOTE(WS-IDX-S)
               ADD 1 TO WS-CL-NB-NOTES(WS-IDX-CL)
               ADD WS-S-AVERAGE(WS-IDX-S) TO WS-CL-SUM(WS-IDX-CL)
               IF WS-S-AVERAGE(WS-IDX-S) > WS-CL-MAX(WS-IDX-CL)
                   MOVE WS-S-AVERAGE(WS-IDX-S) TO WS-CL-MAX(WS-IDX-CL)
               IF WS-S-AVERAGE(WS-IDX-S) < WS-CL-MIN(WS-IDX-CL)
                   MOVE WS-S-AVERAGE(WS-IDX-S) TO WS-CL-MIN(WS-IDX-CL)
               END-IF
             END-IF

           END-PERFORM.


           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               IF WS-CL-NB-NOTES(WS-IDX-CL) NOT = 0
                   COMPUTE WS-CL-AVERAGE(WS-IDX-CL) ROUNDED =
                       WS-CL-SUM(WS-IDX-CL)
                       / WS-CL-NB-NOTES(WS-IDX-CL)
               ELSE
                   MOVE 0 TO WS-CL-AVERAGE(WS-IDX-CL)
                   MOVE 0 TO WS-CL-MIN(WS-IDX-CL)
                   "  MINI: " WS-E-CLASS-MIN
                   "  MAXI: " WS-E-CLASS-MAX
                   "  EFFECTIF: " WS-CL-STUDENT-COUNT(WS-IDX-CL)
                   "  NOTES: " WS-CL-NB-NOTES(WS-IDX-CL)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
       0351-CLASSEMENT-ALIM-DEB.
      *****************************************************************
      * Alimente le tri du classement général : un enregistrement
      * léger par étudiant noté (classe, moyenne, position dans la
      * table) - un élève non noté n'est pas classé.
      *****************************************************************
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT
             IF NOT WS-S-NON-NOTE(WS-IDX-S)
               MOVE WS-S-CLASS-IDX(WS-IDX-S) TO R-TR-CLASS-IDX
               MOVE WS-S-AVERAGE(WS-IDX-S) TO R-TR-AVERAGE
               MOVE WS-IDX-S TO R-TR-STUD-IDX
               RELEASE REC-TRI-RANG
             END-IF
           END-PERFORM.
           0351-CLASSEMENT-ALIM-FIN.

      * et maxi de la classe dans la matière, puis rang de chaque
      * étudiant dans la matière (même règle d'ex aequo que le
      * classement général). Les cours hors bornes (cf. 0100) restent
      * exclus de toutes ces statistiques. Une matière optionnelle
      * partagée entre plusieurs groupes (options.dat) donne une
      * entrée par groupe : statistiques et rang se calculent dans
      * le groupe qui a réellement suivi la matière. Un cours non
      * noté (absent, dispensé, non noté) est rattaché à sa matière,
      * pour la grille et le bulletin, sans entrer dans les
      * statistiques ni dans le rang.
      *****************************************************************
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               MOVE 0 TO WS-C-SUBJ-IDX(WS-IDX-S WS-IDX-C)
               MOVE 0 TO WS-C-SUBJ-RANK(WS-IDX-S WS-IDX-C)
               IF WS-C-IS-VALID(WS-IDX-S WS-IDX-C)
                 MOVE WS-C-LABEL(WS-IDX-S WS-IDX-C)
                     TO WS-OPT-LABEL-CHERCHE
                 PERFORM 0168-CHERCHER-OPTION-DEB
                     THRU 0168-CHERCHER-OPTION-FIN
                 PERFORM 0365-CHERCHER-MATIERE-DEB
                     THRU 0365-CHERCHER-MATIERE-FIN
                 IF WS-SJ-TROUVEE NOT = 0
                   MOVE WS-SJ-TROUVEE
                       TO WS-C-SUBJ-IDX(WS-IDX-S WS-IDX-C)
                 END-IF
                 IF WS-SJ-TROUVEE NOT = 0
                   AND WS-C-NOTE(WS-IDX-S WS-IDX-C)
                   ADD 1 TO WS-SJ-COUNT(WS-IDX-CL WS-SJ-TROUVEE)
                   ADD WS-C-GRADE(WS-IDX-S WS-IDX-C)
                       TO WS-SJ-SUM(WS-IDX-CL WS-SJ-TROUVEE)
      * Alimente le tri du classement par matière : un enregistrement
      * léger par note valide rattachée à une matière de sa classe
      * (les cours hors bornes ou hors table des matières, marqués
      * WS-C-SUBJ-IDX = 0, restent sans rang comme avant, de même
      * que les cours non notés).
      *****************************************************************
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT
             PERFORM VARYING WS-IDX-C FROM 1 BY 1
                     UNTIL WS-IDX-C > WS-S-COURSE-COUNT(WS-IDX-S)
               IF WS-C-SUBJ-IDX(WS-IDX-S WS-IDX-C) NOT = 0
                 AND WS-C-NOTE(WS-IDX-S WS-IDX-C)
                   MOVE WS-S-CLASS-IDX(WS-IDX-S) TO R-TM-CLASS-IDX
                   MOVE WS-C-SUBJ-IDX(WS-IDX-S WS-IDX-C)
                       TO R-TM-SUBJ-IDX
      *****************************************************************
       0365-CHERCHER-MATIERE-DEB.
      *****************************************************************
      * Recherche le libellé du cours courant (WS-IDX-S, WS-IDX-C),
      * dans le groupe d'option de l'étudiant (WS-GROUPE-COURS, cf.
      * 0168), dans la table des matières de la classe WS-IDX-CL et
      * crée l'entrée si elle n'existe pas encore. Résultat dans
      * WS-SJ-TROUVEE (0 = table pleine, le cours reste hors
      * statistiques de matière, comme le signale le message émis).
      *****************************************************************
                     OR WS-SJ-TROUVEE NOT = 0
               IF WS-SJ-LABEL(WS-IDX-CL WS-IDX-SJ)
                   = WS-C-LABEL(WS-IDX-S WS-IDX-C)
                 AND WS-SJ-GROUPE(WS-IDX-CL WS-IDX-SJ)
                   = WS-GROUPE-COURS
                   MOVE WS-IDX-SJ TO WS-SJ-TROUVEE
               END-IF
           END-PERFORM.
                   MOVE WS-CL-SUBJ-COUNT(WS-IDX-CL) TO WS-SJ-TROUVEE
                   MOVE WS-C-LABEL(WS-IDX-S WS-IDX-C)
                       TO WS-SJ-LABEL(WS-IDX-CL WS-SJ-TROUVEE)
                   MOVE WS-GROUPE-COURS
                       TO WS-SJ-GROUPE(WS-IDX-CL WS-SJ-TROUVEE)
                   MOVE 0 TO WS-SJ-COUNT(WS-IDX-CL WS-SJ-TROUVEE)
                   MOVE 0 TO WS-SJ-SUM(WS-IDX-CL WS-SJ-TROUVEE)
                   MOVE 0 TO WS-SJ-MAX(WS-IDX-CL WS-SJ-TROUVEE)
      * (enregistrements 'P' de parametres.dat, cf. 0190) :
      * - chaque matière attendue du plan doit figurer chez chaque
      *   élève de la classe (un 3EME-A sans ligne Mathématiques est
      *   un bulletin incomplet), avec le coefficient officiel ; une
      *   matière optionnelle (options.dat) n'est attendue que des
      *   élèves qui la suivent, et une option suivie est attendue
      *   même quand le plan de la classe ne la porte pas
      * - chaque matière relevée dans la classe (cf. 0360) doit
      *   figurer au plan (matière hors plan = libellé mal saisi ou
      *   cours rattaché à la mauvaise classe), sauf matière
      *   optionnelle, contrôlée sur les options de chaque élève
      * Les bornes de 0100 n'attrapent que les valeurs implausibles ;
      * ce contrôle-ci attrape ce qui manque. Aucun enregistrement
      * 'P' chargé = contrôle désactivé ; une classe du lot absente
             PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                     UNTIL WS-IDX-PL > WS-PLAN-LGHT
               IF WS-PL-CLASS(WS-IDX-PL) = WS-CL-CLASS(WS-IDX-CL)
                 MOVE WS-PL-LABEL(WS-IDX-PL) TO WS-OPT-LABEL-CHERCHE
                 PERFORM 0168-CHERCHER-OPTION-DEB
                     THRU 0168-CHERCHER-OPTION-FIN
               END-IF
               IF WS-PL-CLASS(WS-IDX-PL) = WS-CL-CLASS(WS-IDX-CL)
                 AND (WS-OPT-INSCRIT OR NOT WS-OPT-EST-OPTION)
                 MOVE 'N' TO WS-PLAN-TROUVE-SW
                 PERFORM VARYING WS-IDX-C FROM 1 BY 1
                         UNTIL WS-IDX-C
                 END-IF
               END-IF
             END-PERFORM

      * Options de l'élève que le plan de sa classe ne porte pas :
      * attendues elles aussi (classe sans plan : non contrôlée)
             PERFORM VARYING WS-IDX-SO FROM 1 BY 1
                     UNTIL WS-IDX-SO > WS-S-OPT-COUNT(WS-IDX-S)
               MOVE 'N' TO WS-PLAN-CLASSE-SW
               MOVE 'N' TO WS-PLAN-TROUVE-SW
               PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                       UNTIL WS-IDX-PL > WS-PLAN-LGHT
                 IF WS-PL-CLASS(WS-IDX-PL) = WS-CL-CLASS(WS-IDX-CL)
                   MOVE 'Y' TO WS-PLAN-CLASSE-SW
                   IF WS-PL-LABEL(WS-IDX-PL)
                       = WS-SO-LABEL(WS-IDX-S WS-IDX-SO)
                     MOVE 'Y' TO WS-PLAN-TROUVE-SW
                   END-IF
                 END-IF
               END-PERFORM
               IF WS-PLAN-CLASSE AND NOT WS-PLAN-TROUVE
                 PERFORM VARYING WS-IDX-C FROM 1 BY 1
                         UNTIL WS-IDX-C
                             > WS-S-COURSE-COUNT(WS-IDX-S)
                   IF WS-C-LABEL(WS-IDX-S WS-IDX-C)
                       = WS-SO-LABEL(WS-IDX-S WS-IDX-SO)
                     MOVE 'Y' TO WS-PLAN-TROUVE-SW
                   END-IF
                 END-PERFORM
                 IF NOT WS-PLAN-TROUVE
                   ADD 1 TO WS-CPT-PLAN-ANOM
                   STRING "*** OPTION SUIVIE SANS NOTE - ELEVE: "
                       WS-S-LASTNAME(WS-IDX-S) " "
                       WS-S-FIRSTNAME(WS-IDX-S)
                       "  CLASSE: " WS-CL-CLASS(WS-IDX-CL)
                       "  MATIERE: " WS-SO-LABEL(WS-IDX-S WS-IDX-SO)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM.

      * Passe 2 : matières relevées dans chaque classe contre le
               PERFORM VARYING WS-IDX-SJ FROM 1 BY 1
                       UNTIL WS-IDX-SJ > WS-CL-SUBJ-COUNT(WS-IDX-CL)
                 MOVE 'N' TO WS-PLAN-TROUVE-SW
      * Une matière optionnelle est admise même hors plan : elle est
      * contrôlée élève par élève sur ses options (passe 1)
                 PERFORM VARYING WS-IDX-OL FROM 1 BY 1
                         UNTIL WS-IDX-OL > WS-OPT-LIB-LGHT
                   IF WS-OL-LABEL(WS-IDX-OL)
                       = WS-SJ-LABEL(WS-IDX-CL WS-IDX-SJ)
                     MOVE 'Y' TO WS-PLAN-TROUVE-SW
                   END-IF
                 END-PERFORM
                 PERFORM VARYING WS-IDX-PL FROM 1 BY 1
                         UNTIL WS-IDX-PL > WS-PLAN-LGHT
                   IF WS-PL-CLASS(WS-IDX-PL)
           PERFORM 0405-VERIFIER-STATUT-OUTPUT-DEB
               THRU 0405-VERIFIER-STATUT-OUTPUT-FIN.

      * Manifeste de diffusion ENT (hors mode duplicata) : repris à
      * la suite en cas de reprise, comme output.dat
           IF NOT WS-MODE-DUPLICATA
               IF WS-IDX-S-START > 1
                   OPEN EXTEND F-MANIFESTE
                   IF F-MANIFESTE-STATUS-NOFILE
                       OPEN OUTPUT F-MANIFESTE
                   END-IF
               ELSE
                   OPEN OUTPUT F-MANIFESTE
               END-IF
               IF NOT F-MANIFESTE-STATUS-OK
                   PERFORM 0426-ERREUR-MANIFESTE-DEB
                       THRU 0426-ERREUR-MANIFESTE-FIN
               END-IF
           END-IF.

      * Classe de la dernière section déjà écrite : aucune en run
      * normal, celle du dernier bulletin déjà écrit en reprise (pour
      * ne pas réécrire la bannière de section déjà dans output.dat)
               PERFORM 0120-SAUVER-CHECKPOINT-DEB
                   THRU 0120-SAUVER-CHECKPOINT-FIN
               CLOSE F-OUTPUT
               CLOSE F-MANIFESTE
               STRING "DIFFUSION ENT: " WS-CPT-FICHIERS-ENT
                   " BULLETIN(S) ELECTRONIQUE(S) - MANIFESTE.DAT: "
                   WS-CPT-MANIFESTE " LIGNE(S)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           0400-ECRIRE-BULLETIN-FIN.

      * bulletin par adresse retrouvée (deux responsables à des
      * adresses différentes = deux exemplaires, obligation légale
      * pour les parents séparés) ; sans adresse sur fichier (ou
      * bloc adresse désactivé, ou aucun canal utilisable), un
      * exemplaire unique avec l'identité de l'élève à la fenêtre
      * comme avant. Chaque exemplaire part selon le canal du
      * responsable : imprimé dans output.dat pour le courrier,
      * fichier électronique pour l'ENT, les deux au besoin ; en
      * mode duplicata, tous les exemplaires sont réimprimés
           PERFORM 0418-CHERCHER-ADRESSES-DEB
               THRU 0418-CHERCHER-ADRESSES-FIN
           IF WS-ADR-NB = 0
               PERFORM VARYING WS-IDX-COPIE FROM 1 BY 1
                       UNTIL WS-IDX-COPIE > WS-ADR-NB
                   MOVE WS-ADR-IDX(WS-IDX-COPIE) TO WS-ADR-COURANT
                   IF WS-MODE-DUPLICATA
                     OR WS-AD-PAPIER(WS-ADR-COURANT)
                       PERFORM 0417-EDITER-PAGE-DEB
                           THRU 0417-EDITER-PAGE-FIN
                   END-IF
                   IF NOT WS-MODE-DUPLICATA
                       IF WS-AD-ENT(WS-ADR-COURANT)
                           PERFORM 0420-EDITER-BULLETIN-ENT-DEB
                               THRU 0420-EDITER-BULLETIN-ENT-FIN
                       END-IF
                       IF NOT WS-AD-SANS-CANAL(WS-ADR-COURANT)
                           PERFORM 0424-ECRIRE-MANIFESTE-DEB
                               THRU 0424-ECRIRE-MANIFESTE-FIN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

      * vides pour un cours invalide, qui porte la marque d'exclusion
               MOVE WS-C-LABEL(WS-IDX-S WS-IDX-C) TO WS-LC-LABEL
               MOVE WS-C-COEF(WS-IDX-S WS-IDX-C) TO WS-LC-COEF
               MOVE SPACES TO WS-LC-NOTE-RANG
               MOVE WS-C-GRADE(WS-IDX-S WS-IDX-C) TO WS-LC-GRADE
               MOVE WS-C-APPRECIATION(WS-IDX-S WS-IDX-C)
                   TO WS-LC-APPRECIATION
                   MOVE WS-SJ-COUNT(WS-IDX-CL WS-IDX-SJ)
                       TO WS-E-RANK
                   MOVE WS-E-RANK TO WS-LC-EFF
      * (statistiques de classe vides si la matière n'a que des
      * cours non notés)
                 IF WS-SJ-COUNT(WS-IDX-CL WS-IDX-SJ) NOT = 0
                   MOVE WS-SJ-AVERAGE(WS-IDX-CL WS-IDX-SJ)
                       TO WS-E-CLASS-AVERAGE
                   MOVE WS-E-CLASS-AVERAGE TO WS-LC-MOY
                   MOVE WS-SJ-MAX(WS-IDX-CL WS-IDX-SJ)
                       TO WS-E-CLASS-MAX
                   MOVE WS-E-CLASS-MAX TO WS-LC-MAX
                 END-IF
               END-IF

      * Cours non noté : statut en toutes lettres à la place de la
      * note et du rang, les statistiques de la classe restent
               IF WS-C-IS-VALID(WS-IDX-S WS-IDX-C)
                   EVALUATE TRUE
                       WHEN WS-C-ABSENT(WS-IDX-S WS-IDX-C)
                           MOVE " ABSENT" TO WS-LC-STATUT
                       WHEN WS-C-DISPENSE(WS-IDX-S WS-IDX-C)
                           MOVE " DISPENSE" TO WS-LC-STATUT
                       WHEN WS-C-NON-NOTE(WS-IDX-S WS-IDX-C)
                           MOVE " NON NOTE" TO WS-LC-STATUT
                   END-EVALUATE
               END-IF

               MOVE WS-LIGNE-COURS TO WS-LIGNE-SORTIE
      * Ligne blanche puis moyenne générale, tendance et rang
           PERFORM 0410-ECRIRE-LIGNE-DEB
               THRU 0410-ECRIRE-LIGNE-FIN
      * (élève non noté : ni moyenne, ni tendance, ni rang)
           IF WS-S-NON-NOTE(WS-IDX-S)
               STRING "   MOYENNE GENERALE: NON NOTE"
                   DELIMITED BY SIZE INTO WS-LIGNE-SORTIE
               END-STRING
           ELSE
               MOVE WS-S-AVERAGE(WS-IDX-S) TO WS-E-AVERAGE
               STRING "   MOYENNE GENERALE: " WS-E-AVERAGE
                   "  MENTION: " WS-S-MENTION(WS-IDX-S)
                   DELIMITED BY SIZE INTO WS-LIGNE-SORTIE
               END-STRING
           END-IF
           STRING "LIGNE MOYENNE: " WS-S-LASTNAME(WS-IDX-S)
               DELIMITED BY SIZE INTO WS-DERNIERE-LIGNE-SORTIE
           END-STRING
               THRU 0410-ECRIRE-LIGNE-FIN

           IF WS-TREND-ENABLED
             AND NOT WS-S-NON-NOTE(WS-IDX-S)
               PERFORM 0500-ECRIRE-TENDANCE-DEB
                   THRU 0500-ECRIRE-TENDANCE-FIN
           END-IF

      * Rang sur les seuls élèves notés de la classe
           IF WS-S-NON-NOTE(WS-IDX-S)
               STRING "   RANG DANS LA CLASSE: NON NOTE"
                   DELIMITED BY SIZE INTO WS-LIGNE-SORTIE
               END-STRING
           ELSE
               MOVE WS-S-RANK(WS-IDX-S) TO WS-E-RANK
               STRING "   RANG DANS LA CLASSE: " WS-E-RANK
                   " / " WS-CL-NB-NOTES(WS-IDX-CL)
                   DELIMITED BY SIZE INTO WS-LIGNE-SORTIE
               END-STRING
           END-IF
           STRING "LIGNE RANG: " WS-S-LASTNAME(WS-IDX-S)
               DELIMITED BY SIZE INTO WS-DERNIERE-LIGNE-SORTIE
           END-STRING

      * Un exemplaire de plus (le bulletin lui-même est compté une
      * seule fois par étudiant, dans 0415 - deux responsables font
      * deux exemplaires du même bulletin) ; un exemplaire diffusé par
      * l'ENT est compté à part
           IF WS-SORTIE-ENT
               ADD 1 TO WS-CPT-FICHIERS-ENT
           ELSE
               ADD 1 TO WS-CPT-EXEMPLAIRES
           END-IF.
           0417-EDITER-PAGE-FIN.


      * Aucune adresse (INE absent du fichier, eleve sans INE saisi,
      * ou bloc desactive) => WS-ADR-NB = 0, exemplaire unique avec
      * l'identite a la fenetre, et eleve signale au rapport quand le
      * bloc adresse est actif. Responsables retrouves mais aucun
      * joignable (ni adresse postale ni courriel) => meme exemplaire
      * unique, eleve signale sans canal de diffusion.
      *****************************************************************
           MOVE 0 TO WS-ADR-NB.
           IF NOT WS-ADRESSES-ACTIFS
               END-PERFORM
           END-IF.

           MOVE 0 TO WS-ADR-NB-DIFFUSION.
           PERFORM VARYING WS-IDX-COPIE FROM 1 BY 1
                   UNTIL WS-IDX-COPIE > WS-ADR-NB
               IF NOT WS-AD-SANS-CANAL(WS-ADR-IDX(WS-IDX-COPIE))
                   ADD 1 TO WS-ADR-NB-DIFFUSION
               END-IF
           END-PERFORM.
           IF WS-ADR-NB NOT = 0 AND WS-ADR-NB-DIFFUSION = 0
               ADD 1 TO WS-CPT-SANS-CANAL
               STRING "*** ELEVE SANS CANAL DE DIFFUSION (NI ADRESSE "
                   "NI COURRIEL): "
                   WS-S-LASTNAME(WS-IDX-S) " "
                   WS-S-FIRSTNAME(WS-IDX-S)
                   "  INE: " WS-S-INE(WS-IDX-S)
                   "  (EXEMPLAIRE IMPRIME A REMETTRE)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               MOVE 0 TO WS-ADR-NB
               GO TO 0418-CHERCHER-ADRESSES-FIN
           END-IF.

           IF WS-ADR-NB = 0
               ADD 1 TO WS-CPT-SANS-ADRESSE
               STRING "*** ELEVE SANS ADRESSE: "
           0418-CHERCHER-ADRESSES-FIN.


      *****************************************************************
      *
      *****************************************************************
       0420-EDITER-BULLETIN-ENT-DEB.
      *****************************************************************
      * Ecrit l'exemplaire du responsable WS-ADR-COURANT (numero
      * WS-IDX-COPIE) diffuse par l'ENT : meme page que l'exemplaire
      * imprime (cf. 0417), dans son propre fichier
      * bulletin-<INE>-<n>.dat, numerotee a partir de 1. La
      * pagination de output.dat est mise de cote puis retablie.
      *****************************************************************
           MOVE SPACES TO WS-ENT-FICHIER.
           STRING "bulletin-" WS-S-INE(WS-IDX-S) "-" WS-IDX-COPIE
               ".dat"
               DELIMITED BY SIZE INTO WS-ENT-FICHIER
           END-STRING.
           MOVE 'Y' TO WS-SORTIE-ENT-SWITCH.
           OPEN OUTPUT F-BULLETIN-ENT.
           MOVE "OUVERTURE BULLETIN ENT" TO WS-DERNIERE-LIGNE-SORTIE.
           PERFORM 0422-VERIFIER-STATUT-ENT-DEB
               THRU 0422-VERIFIER-STATUT-ENT-FIN.

           MOVE WS-NUM-PAGE TO WS-ENT-SAV-PAGE.
           MOVE WS-LIGNE-COURANTE TO WS-ENT-SAV-LIGNE.
           MOVE 0 TO WS-NUM-PAGE.
           MOVE 0 TO WS-LIGNE-COURANTE.
           PERFORM 0417-EDITER-PAGE-DEB
               THRU 0417-EDITER-PAGE-FIN.
           CLOSE F-BULLETIN-ENT.
           MOVE 'N' TO WS-SORTIE-ENT-SWITCH.
           MOVE WS-ENT-SAV-PAGE TO WS-NUM-PAGE.
           MOVE WS-ENT-SAV-LIGNE TO WS-LIGNE-COURANTE.
           0420-EDITER-BULLETIN-ENT-FIN.


      *****************************************************************
      *
      *****************************************************************
       0422-VERIFIER-STATUT-ENT-DEB.
      *****************************************************************
      * Controle le statut du fichier electronique en cours apres
      * l'OPEN et apres chaque WRITE : tout code different de '00'
      * arrete le run comme pour output.dat (cf. 0405), avec le nom
      * du fichier et la derniere ligne que l'on tentait d'ecrire.
      *****************************************************************
           IF F-BULLETIN-ENT-STATUS-OK
               GO TO 0422-VERIFIER-STATUT-ENT-FIN
           END-IF.
           DISPLAY "*** ERREUR SUR " WS-ENT-FICHIER
               " - STATUT: " F-BULLETIN-ENT-STATUS.
           STRING "*** ERREUR SUR LE BULLETIN ELECTRONIQUE "
               WS-ENT-FICHIER " - STATUT: " F-BULLETIN-ENT-STATUS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "*** DERNIERE LIGNE CONCERNEE: "
               WS-DERNIERE-LIGNE-SORTIE
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           DISPLAY "*** ARRET DU TRAITEMENT".
           CLOSE F-BULLETIN-ENT.
           CLOSE F-OUTPUT.
           CLOSE F-MANIFESTE.
           PERFORM 0630-ABANDON-RUN-DEB
               THRU 0630-ABANDON-RUN-FIN.
           0422-VERIFIER-STATUT-ENT-FIN.


      *****************************************************************
      *
      *****************************************************************
       0424-ECRIRE-MANIFESTE-DEB.
      *****************************************************************
      * Ecrit dans manifeste.dat la ligne de diffusion de l'eleve
      * WS-IDX-S pour le responsable WS-ADR-COURANT (numero
      * WS-IDX-COPIE) : canal demande, canal retenu, courriel et
      * fichier electronique produit (a blanc pour le courrier seul).
      *****************************************************************
           MOVE SPACES TO REC-MANIFESTE.
           MOVE WS-S-INE(WS-IDX-S)          TO R-MF-INE.
           MOVE WS-S-LASTNAME(WS-IDX-S)     TO R-MF-LASTNAME.
           MOVE WS-S-FIRSTNAME(WS-IDX-S)    TO R-MF-FIRSTNAME.
           MOVE WS-CL-CLASS(WS-IDX-CL)      TO R-MF-CLASS.
           MOVE WS-CL-TERM(WS-IDX-CL)       TO R-MF-TERM.
           MOVE WS-IDX-COPIE                TO R-MF-RESP-NUM.
           MOVE WS-AD-RESPONSABLE(WS-ADR-COURANT)
               TO R-MF-RESPONSABLE.
           MOVE WS-AD-CANAL(WS-ADR-COURANT) TO R-MF-CANAL.
           MOVE WS-AD-DIFFUSION(WS-ADR-COURANT)
               TO R-MF-DIFFUSION.
           IF WS-AD-ENT(WS-ADR-COURANT)
               MOVE WS-AD-EMAIL(WS-ADR-COURANT) TO R-MF-EMAIL
               MOVE WS-ENT-FICHIER TO R-MF-FICHIER
           END-IF.
           WRITE REC-MANIFESTE.
           IF NOT F-MANIFESTE-STATUS-OK
               PERFORM 0426-ERREUR-MANIFESTE-DEB
                   THRU 0426-ERREUR-MANIFESTE-FIN
           END-IF.
           ADD 1 TO WS-CPT-MANIFESTE.
           0424-ECRIRE-MANIFESTE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0426-ERREUR-MANIFESTE-DEB.
      *****************************************************************
      * Erreur d'ouverture ou d'ecriture de manifeste.dat : un
      * manifeste incomplet ferait refuser des fichiers par l'ENT,
      * le run est arrete.
      *****************************************************************
           DISPLAY "*** ERREUR SUR MANIFESTE.DAT - STATUT: "
               F-MANIFESTE-STATUS.
           STRING "*** ERREUR SUR MANIFESTE.DAT - STATUT: "
               F-MANIFESTE-STATUS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           CLOSE F-OUTPUT.
           CLOSE F-MANIFESTE.
           PERFORM 0630-ABANDON-RUN-DEB
               THRU 0630-ABANDON-RUN-FIN.
           0426-ERREUR-MANIFESTE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0405-VERIFIER-STATUT-OUTPUT-DEB.
      *****************************************************************
      * Contrôle le statut du fichier de bulletins actif (output.dat
      * en run normal, duplicata.dat en mode duplicata, fichier
      * électronique du responsable en cours cf. 0422) après l'OPEN
      * et après chaque WRITE. Tout code différent de '00' (disque
      * plein, périphérique non disponible, longueur d'enregistrement
      * invalide, ...) arrête proprement le run avec un message
      * identifiant le fichier, le code et la dernière ligne que l'on
      * tentait d'écrire.
      *****************************************************************
           IF WS-SORTIE-ENT
               PERFORM 0422-VERIFIER-STATUT-ENT-DEB
                   THRU 0422-VERIFIER-STATUT-ENT-FIN
               GO TO 0405-VERIFIER-STATUT-OUTPUT-FIN
           END-IF.
           IF WS-MODE-DUPLICATA
               MOVE F-DUPLICATA-STATUS TO WS-STATUT-SORTIE
           ELSE
      * en-tête porte le numéro), ou ici sur débordement.
      *****************************************************************
      * En mode duplicata, la ligne part dans duplicata.dat avec la
      * même gestion chariot ; la mise en page est identique. Pendant
      * un exemplaire diffusé par l'ENT, elle part dans le fichier
      * électronique du responsable (cf. 0420)
           EVALUATE TRUE
               WHEN WS-SORTIE-ENT
                   MOVE WS-LIGNE-SORTIE TO REC-F-BULLETIN-ENT
               WHEN WS-MODE-DUPLICATA
                   MOVE WS-LIGNE-SORTIE TO REC-F-DUPLICATA
               WHEN OTHER
                   MOVE WS-LIGNE-SORTIE TO REC-F-OUTPUT
           END-EVALUATE.
           IF WS-SAUT-PAGE OR WS-LIGNE-COURANTE >= 66
               IF NOT WS-SAUT-PAGE
                   ADD 1 TO WS-NUM-PAGE
               END-IF
               EVALUATE TRUE
                   WHEN WS-SORTIE-ENT
                       WRITE REC-F-BULLETIN-ENT AFTER ADVANCING PAGE
                   WHEN WS-MODE-DUPLICATA
                       WRITE REC-F-DUPLICATA AFTER ADVANCING PAGE
                   WHEN OTHER
                       WRITE REC-F-OUTPUT AFTER ADVANCING PAGE
               END-EVALUATE
               MOVE 1 TO WS-LIGNE-COURANTE
               MOVE 'N' TO WS-SAUT-PAGE-SWITCH
           ELSE
               EVALUATE TRUE
                   WHEN WS-SORTIE-ENT
                       WRITE REC-F-BULLETIN-ENT AFTER ADVANCING 1 LINE
                   WHEN WS-MODE-DUPLICATA
                       WRITE REC-F-DUPLICATA AFTER ADVANCING 1 LINE
                   WHEN OTHER
                       WRITE REC-F-OUTPUT AFTER ADVANCING 1 LINE
               END-EVALUATE
               ADD 1 TO WS-LIGNE-COURANTE
           END-IF.
           MOVE SPACES TO WS-LIGNE-SORTIE.
      * légende des colonnes (M01, M02, ... = matières de la classe,
      * cf. WS-CL-SUBJ), puis une ligne par élève avec sa note dans
      * chaque matière, sa moyenne et son rang, et la ligne des
      * moyennes de classe en bas. Une matière sans note est marquée
      * "---", sauf matière optionnelle que l'élève ne suit pas (ou
      * suit dans un autre groupe) : case vide ; un cours non noté
      * porte son statut (ABS, DISP, NN). Au-delà de 18 matières,
      * les colonnes en trop ne tiennent pas en 132 caractères : elles
      * sont omises et signalées dans le rapport.
      *****************************************************************
           OPEN OUTPUT F-GRILLE.
               PERFORM VARYING WS-IDX-GCOL FROM 1 BY 1
                       UNTIL WS-IDX-GCOL > WS-GRL-NB-COL
                   MOVE WS-IDX-GCOL TO WS-GRL-ENT-NUM
                   IF WS-SJ-GROUPE(WS-IDX-CL WS-IDX-GCOL) = SPACES
                       STRING "   M" WS-GRL-ENT-NUM " = "
                           WS-SJ-LABEL(WS-IDX-CL WS-IDX-GCOL)
                           DELIMITED BY SIZE INTO WS-GRL-SORTIE
                       END-STRING
                   ELSE
                       STRING "   M" WS-GRL-ENT-NUM " = "
                           WS-SJ-LABEL(WS-IDX-CL WS-IDX-GCOL)
                           " GROUPE "
                           WS-SJ-GROUPE(WS-IDX-CL WS-IDX-GCOL)
                           DELIMITED BY SIZE INTO WS-GRL-SORTIE
                       END-STRING
                   END-IF
                   PERFORM 0445-ECRIRE-LIGNE-GRILLE-DEB
                       THRU 0445-ECRIRE-LIGNE-GRILLE-FIN
               END-PERFORM
               STRING "   --- = NOTE MANQUANTE   CASE VIDE = MATIERE "
                   "HORS DES OPTIONS DE L'ELEVE"
                   DELIMITED BY SIZE INTO WS-GRL-SORTIE
               END-STRING
               PERFORM 0445-ECRIRE-LIGNE-GRILLE-DEB
                   THRU 0445-ECRIRE-LIGNE-GRILLE-FIN
               STRING "   ABS = ABSENT   DISP = DISPENSE   "
                   "NN = NON NOTE (HORS MOYENNE)"
                   DELIMITED BY SIZE INTO WS-GRL-SORTIE
               END-STRING
               PERFORM 0445-ECRIRE-LIGNE-GRILLE-DEB
                   THRU 0445-ECRIRE-LIGNE-GRILLE-FIN
               PERFORM 0445-ECRIRE-LIGNE-GRILLE-DEB
                   THRU 0445-ECRIRE-LIGNE-GRILLE-FIN

                   PERFORM VARYING WS-IDX-GCOL FROM 1 BY 1
                           UNTIL WS-IDX-GCOL > WS-GRL-NB-COL
                       MOVE SPACES TO WS-GRL-CASE-NOTE
                       MOVE 'N' TO WS-GRL-NOTE-SW
                       PERFORM VARYING WS-IDX-C FROM 1 BY 1
                               UNTIL WS-IDX-C
                                   > WS-S-COURSE-COUNT(WS-IDX-S)
                           IF WS-C-SUBJ-IDX(WS-IDX-S WS-IDX-C)
                               = WS-IDX-GCOL
                             IF WS-C-NOTE(WS-IDX-S WS-IDX-C)
                               MOVE WS-C-GRADE(WS-IDX-S WS-IDX-C)
                                   TO WS-E-GRADE
                               MOVE WS-E-GRADE TO WS-GRL-CASE-NOTE
                             ELSE
                               STRING " " WS-C-STATUT(WS-IDX-S WS-IDX-C)
                                   DELIMITED BY SIZE
                                   INTO WS-GRL-CASE-NOTE
                               END-STRING
                             END-IF
                             MOVE 'Y' TO WS-GRL-NOTE-SW
                           END-IF
                       END-PERFORM
                       IF NOT WS-GRL-NOTE-TROUVEE
                           MOVE WS-SJ-LABEL(WS-IDX-CL WS-IDX-GCOL)
                               TO WS-OPT-LABEL-CHERCHE
                           PERFORM 0168-CHERCHER-OPTION-DEB
                               THRU 0168-CHERCHER-OPTION-FIN
                           IF NOT WS-OPT-EST-OPTION
                             OR (WS-OPT-INSCRIT
                               AND WS-GROUPE-COURS
                                 = WS-SJ-GROUPE(WS-IDX-CL WS-IDX-GCOL))
                               MOVE "  ---" TO WS-GRL-CASE-NOTE
                           END-IF
                       END-IF
                       MOVE WS-GRL-CASE-TRAV
                           TO WS-GRL-CASE(WS-IDX-GCOL)
                   END-PERFORM
      * (élève non noté : la mention couvre moyenne et rang)
                   IF WS-S-NON-NOTE(WS-IDX-S)
                       MOVE " NON NOTE" TO WS-GRL-RESULTAT
                   ELSE
                       MOVE WS-S-AVERAGE(WS-IDX-S) TO WS-E-AVERAGE
                       MOVE WS-E-AVERAGE TO WS-GRL-CASE-NOTE
                       MOVE WS-GRL-CASE-TRAV TO WS-GRL-MOY
                       MOVE WS-S-RANK(WS-IDX-S) TO WS-E-RANK
                       MOVE WS-E-RANK TO WS-GRL-RANG
                   END-IF
                   MOVE WS-GRL-LIGNE TO WS-GRL-SORTIE
                   PERFORM 0445-ECRIRE-LIGNE-GRILLE-DEB
                       THRU 0445-ECRIRE-LIGNE-GRILLE-FIN
               MOVE "MOY. CLASSE" TO WS-GRL-NOM
               PERFORM VARYING WS-IDX-GCOL FROM 1 BY 1
                       UNTIL WS-IDX-GCOL > WS-GRL-NB-COL
                   MOVE SPACES TO WS-GRL-CASE-NOTE
                   IF WS-SJ-COUNT(WS-IDX-CL WS-IDX-GCOL) NOT = 0
                       MOVE WS-SJ-AVERAGE(WS-IDX-CL WS-IDX-GCOL)
                           TO WS-E-GRADE
                       MOVE WS-E-GRADE TO WS-GRL-CASE-NOTE
                   END-IF
                   MOVE WS-GRL-CASE-TRAV TO WS-GRL-CASE(WS-IDX-GCOL)
               END-PERFORM
               MOVE WS-CL-AVERAGE(WS-IDX-CL) TO WS-E-AVERAGE
               MOVE WS-SJ-MAX(WS-CL-PREC WS-IDX-SJ)
                   TO WS-E-CLASS-MAX
               STRING "   " WS-SJ-LABEL(WS-CL-PREC WS-IDX-SJ)
                   " " WS-SJ-GROUPE(WS-CL-PREC WS-IDX-SJ)
                   "  MOY: " WS-E-CLASS-AVERAGE
                   "  MINI: " WS-E-CLASS-MIN
                   "  MAXI: " WS-E-CLASS-MAX

      * Palmarès de la classe pour le conseil : tous les étudiants
      * par rang croissant (les bulletins eux-mêmes sortent en ordre
      * alphabétique), avec moyenne et mention, puis les non notés
           PERFORM 0410-ECRIRE-LIGNE-DEB
               THRU 0410-ECRIRE-LIGNE-FIN.
           STRING "PALMARES DE LA CLASSE: " WS-CL-CLASS(WS-CL-PREC)
                       THRU 0410-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.
      * Elèves non notés, hors classement, en fin de palmarès
           PERFORM VARYING WS-IDX-S2 FROM 1 BY 1
                   UNTIL WS-IDX-S2 > WS-STUDENT-LGHT
               IF WS-S-CLASS-IDX(WS-IDX-S2) = WS-CL-PREC
                 AND WS-S-NON-NOTE(WS-IDX-S2)
                   STRING "   NON NOTE : "
                       WS-S-LASTNAME(WS-IDX-S2) " "
                       WS-S-FIRSTNAME(WS-IDX-S2)
                       DELIMITED BY SIZE INTO WS-LIGNE-SORTIE
                   END-STRING
                   MOVE "LIGNE PALMARES" TO WS-DERNIERE-LIGNE-SORTIE
                   PERFORM 0410-ECRIRE-LIGNE-DEB
                       THRU 0410-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.
           0450-SYNTHESE-CLASSE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0460-LETTRES-ABSENCES-DEB.
      *****************************************************************
      * Lettres d'absentéisme : pour chaque élève dont les
      * demi-journées d'absence non justifiées du trimestre (type 4)
      * atteignent le seuil d'avertissement de parametres.dat, une
      * lettre datée par responsable (adresses retrouvées comme pour
      * le bulletin, deux au plus) dans lettresabs.dat - niveau
      * "premier avertissement", ou "signalement" au-delà du second
      * seuil - et une ligne au récapitulatif du CPE (recapcpe.dat).
      * Un élève au-delà du seuil sans adresse sur fichier n'a pas
      * de lettre : il est signalé au rapport pour envoi manuel.
      *****************************************************************
           OPEN OUTPUT F-LETTRES.
           IF NOT F-LETTRES-STATUS-OK
               DISPLAY "*** ERREUR SUR LETTRESABS.DAT - STATUT: "
                   F-LETTRES-STATUS
               STRING "*** ERREUR SUR LETTRESABS.DAT - STATUT: "
                   F-LETTRES-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           OPEN OUTPUT F-RECAP-CPE.
           IF NOT F-RECAP-CPE-STATUS-OK
               DISPLAY "*** ERREUR SUR RECAPCPE.DAT - STATUT: "
                   F-RECAP-CPE-STATUS
               STRING "*** ERREUR SUR RECAPCPE.DAT - STATUT: "
                   F-RECAP-CPE-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               CLOSE F-LETTRES
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           MOVE 0 TO WS-LTR-LIGNE-CT.

      * En-tête du récapitulatif du CPE
           MOVE ALL "=" TO WS-RCP-SORTIE.
           PERFORM 0468-ECRIRE-LIGNE-RECAP-DEB
               THRU 0468-ECRIRE-LIGNE-RECAP-FIN.
           STRING "RECAPITULATIF ABSENTEISME POUR LE CPE - RUN DU "
               WS-RUN-DATE-JJ "/" WS-RUN-DATE-MM "/" WS-RUN-DATE-AAAA
               DELIMITED BY SIZE INTO WS-RCP-SORTIE
           END-STRING.
           PERFORM 0468-ECRIRE-LIGNE-RECAP-DEB
               THRU 0468-ECRIRE-LIGNE-RECAP-FIN.
           MOVE WS-SEUIL-ABS-AVERT TO WS-E-ABS-NJUST.
           MOVE WS-SEUIL-ABS-SIGNAL TO WS-E-SEUIL-ABS.
           STRING "SEUILS (DEMI-JOURNEES NON JUSTIFIEES): PREMIER "
               "AVERTISSEMENT A PARTIR DE " WS-E-ABS-NJUST
               "  SIGNALEMENT A PARTIR DE " WS-E-SEUIL-ABS
               DELIMITED BY SIZE INTO WS-RCP-SORTIE
           END-STRING.
           PERFORM 0468-ECRIRE-LIGNE-RECAP-DEB
               THRU 0468-ECRIRE-LIGNE-RECAP-FIN.
           MOVE ALL "=" TO WS-RCP-SORTIE.
           PERFORM 0468-ECRIRE-LIGNE-RECAP-DEB
               THRU 0468-ECRIRE-LIGNE-RECAP-FIN.
           STRING "CLASSE     NOM     PRENOM   INE          ABS.J  "
               "ABS.NJ  RET.  NIVEAU                    LETTRES"
               DELIMITED BY SIZE INTO WS-RCP-SORTIE
           END-STRING.
           PERFORM 0468-ECRIRE-LIGNE-RECAP-DEB
               THRU 0468-ECRIRE-LIGNE-RECAP-FIN.

           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT
               IF WS-S-ABS-NJUST(WS-IDX-S) >= WS-SEUIL-ABS-AVERT
                   MOVE WS-S-CLASS-IDX(WS-IDX-S) TO WS-IDX-CL
                   PERFORM 0462-LETTRE-ELEVE-DEB
                       THRU 0462-LETTRE-ELEVE-FIN
               END-IF
           END-PERFORM.

      * Pied du récapitulatif
           MOVE SPACES TO WS-RCP-SORTIE.
           PERFORM 0468-ECRIRE-LIGNE-RECAP-DEB
               THRU 0468-ECRIRE-LIGNE-RECAP-FIN.
           COMPUTE WS-CPT-ABS-ELEVES = WS-CPT-ABS-AVERT
                                     + WS-CPT-ABS-SIGNAL.
           STRING "TOTAL: " WS-CPT-ABS-ELEVES
               " ELEVE(S) AU-DELA DU SEUIL - "
               WS-CPT-ABS-AVERT " AVERTISSEMENT(S), "
               WS-CPT-ABS-SIGNAL " SIGNALEMENT(S), "
               WS-CPT-ABS-LETTRES " LETTRE(S), "
               WS-CPT-ABS-SANS-ADR " SANS ADRESSE"
               DELIMITED BY SIZE INTO WS-RCP-SORTIE
           END-STRING.
           PERFORM 0468-ECRIRE-LIGNE-RECAP-DEB
               THRU 0468-ECRIRE-LIGNE-RECAP-FIN.

           CLOSE F-LETTRES.
           CLOSE F-RECAP-CPE.
           STRING "LETTRES D'ABSENTEISME: " WS-CPT-ABS-LETTRES
               " LETTRE(S) DANS LETTRESABS.DAT - "
               WS-CPT-ABS-ELEVES
               " ELEVE(S) AU RECAPITULATIF DU CPE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0460-LETTRES-ABSENCES-FIN.


      *****************************************************************
      *
      *****************************************************************
       0462-LETTRE-ELEVE-DEB.
      *****************************************************************
      * Elève WS-IDX-S (classe WS-IDX-CL) au-delà du seuil : niveau de
      * la lettre, une lettre par adresse de responsable retrouvée
      * (clé INE, deux au plus comme pour le bulletin), ligne du
      * récapitulatif du CPE ; sans adresse, signalement au rapport.
      * La lettre part toujours par courrier, quel que soit le canal
      * du bulletin : seuls comptent les responsables dont l'adresse
      * postale est utilisable.
      *****************************************************************
           IF WS-S-ABS-NJUST(WS-IDX-S) >= WS-SEUIL-ABS-SIGNAL
               MOVE '2' TO WS-LTR-NIVEAU
               MOVE "SIGNALEMENT" TO WS-LTR-NIVEAU-LIB
               ADD 1 TO WS-CPT-ABS-SIGNAL
           ELSE
               MOVE '1' TO WS-LTR-NIVEAU
               MOVE "PREMIER AVERTISSEMENT" TO WS-LTR-NIVEAU-LIB
               ADD 1 TO WS-CPT-ABS-AVERT
           END-IF.

           MOVE 0 TO WS-ADR-NB.
           IF WS-ADRESSES-ACTIFS AND WS-S-INE(WS-IDX-S) NOT = SPACES
               PERFORM VARYING WS-IDX-AD FROM 1 BY 1
                       UNTIL WS-IDX-AD > WS-ADR-LGHT
                   IF WS-AD-INE(WS-IDX-AD) = WS-S-INE(WS-IDX-S)
                     AND WS-AD-A-POSTALE(WS-IDX-AD)
                     AND WS-ADR-NB < 2
                       ADD 1 TO WS-ADR-NB
                       MOVE WS-IDX-AD TO WS-ADR-IDX(WS-ADR-NB)
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-IDX-COPIE FROM 1 BY 1
                   UNTIL WS-IDX-COPIE > WS-ADR-NB
               MOVE WS-ADR-IDX(WS-IDX-COPIE) TO WS-ADR-COURANT
               PERFORM 0464-EDITER-LETTRE-DEB
                   THRU 0464-EDITER-LETTRE-FIN
           END-PERFORM.

           MOVE WS-CL-CLASS(WS-IDX-CL)      TO WS-LRC-CLASS.
           MOVE WS-S-LASTNAME(WS-IDX-S)     TO WS-LRC-LASTNAME.
           MOVE WS-S-FIRSTNAME(WS-IDX-S)    TO WS-LRC-FIRSTNAME.
           MOVE WS-S-INE(WS-IDX-S)          TO WS-LRC-INE.
           MOVE WS-S-ABS-JUST(WS-IDX-S)     TO WS-LRC-ABS-JUST.
           MOVE WS-S-ABS-NJUST(WS-IDX-S)    TO WS-LRC-ABS-NJUST.
           MOVE WS-S-RETARDS(WS-IDX-S)      TO WS-LRC-RETARDS.
           MOVE WS-LTR-NIVEAU-LIB           TO WS-LRC-NIVEAU.
           IF WS-ADR-NB = 0
               MOVE "*** SANS ADRESSE" TO WS-LRC-LETTRES
           ELSE
               MOVE WS-ADR-NB TO WS-E-NB-LETTRES
               MOVE SPACES TO WS-LRC-LETTRES
               STRING WS-E-NB-LETTRES " LETTRE(S)"
                   DELIMITED BY SIZE INTO WS-LRC-LETTRES
               END-STRING
           END-IF.
           MOVE WS-LIGNE-RECAP TO WS-RCP-SORTIE.
           PERFORM 0468-ECRIRE-LIGNE-RECAP-DEB
               THRU 0468-ECRIRE-LIGNE-RECAP-FIN.

           IF WS-ADR-NB = 0
               ADD 1 TO WS-CPT-ABS-SANS-ADR
               MOVE WS-S-ABS-NJUST(WS-IDX-S) TO WS-E-ABS-NJUST
               STRING "*** ABSENTEISME SANS ADRESSE: "
                   WS-S-LASTNAME(WS-IDX-S) " "
                   WS-S-FIRSTNAME(WS-IDX-S)
                   " " WS-CL-CLASS(WS-IDX-CL)
                   " INE " WS-S-INE(WS-IDX-S)
                   " NJ " WS-E-ABS-NJUST
                   " - " WS-LTR-NIVEAU-LIB
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           0462-LETTRE-ELEVE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0464-EDITER-LETTRE-DEB.
      *****************************************************************
      * Ecrit une lettre d'absentéisme de l'élève WS-IDX-S au
      * responsable WS-ADR-COURANT, sur une nouvelle page : en-tête
      * daté de l'établissement, bloc adresse à la même position que
      * sur le bulletin (fenêtre de l'enveloppe), objet selon le
      * niveau, compteurs du trimestre et signatures.
      *****************************************************************
           MOVE 'Y' TO WS-LTR-SAUT-SWITCH.
           STRING "ETABLISSEMENT: " WS-CL-SCHOOL(WS-IDX-CL)
               "                              LE "
               WS-RUN-DATE-JJ "/" WS-RUN-DATE-MM "/" WS-RUN-DATE-AAAA
               DELIMITED BY SIZE INTO WS-LTR-SORTIE
           END-STRING.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.

      * Lignes 5-9 : bloc adresse du responsable
           MOVE WS-AD-RESPONSABLE(WS-ADR-COURANT) TO WS-LTR-SORTIE.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           MOVE WS-AD-LIGNE1(WS-ADR-COURANT) TO WS-LTR-SORTIE.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           MOVE WS-AD-LIGNE2(WS-ADR-COURANT) TO WS-LTR-SORTIE.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           MOVE WS-AD-LIGNE3(WS-ADR-COURANT) TO WS-LTR-SORTIE.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           STRING WS-AD-CP(WS-ADR-COURANT) " "
               WS-AD-VILLE(WS-ADR-COURANT)
               DELIMITED BY SIZE INTO WS-LTR-SORTIE
           END-STRING.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.

           IF WS-LTR-SIGNALEMENT
               STRING "OBJET: ABSENCES NON JUSTIFIEES - SIGNALEMENT "
                   "AUX SERVICES ACADEMIQUES"
                   DELIMITED BY SIZE INTO WS-LTR-SORTIE
               END-STRING
           ELSE
               STRING "OBJET: ABSENCES NON JUSTIFIEES - PREMIER "
                   "AVERTISSEMENT"
                   DELIMITED BY SIZE INTO WS-LTR-SORTIE
               END-STRING
           END-IF.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           MOVE "MADAME, MONSIEUR," TO WS-LTR-SORTIE.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.

           MOVE WS-S-ABS-JUST(WS-IDX-S) TO WS-E-ABS-JUST.
           MOVE WS-S-ABS-NJUST(WS-IDX-S) TO WS-E-ABS-NJUST.
           MOVE WS-S-RETARDS(WS-IDX-S) TO WS-E-RETARDS.
           STRING "NOUS VOUS INFORMONS QUE L'ELEVE "
               WS-S-LASTNAME(WS-IDX-S) " " WS-S-FIRSTNAME(WS-IDX-S)
               " (CLASSE " WS-CL-CLASS(WS-IDX-CL)
               ", INE " WS-S-INE(WS-IDX-S) ") TOTALISE"
               DELIMITED BY SIZE INTO WS-LTR-SORTIE
           END-STRING.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           STRING "POUR LE TRIMESTRE " WS-CL-TERM(WS-IDX-CL) " "
               WS-E-ABS-NJUST
               " DEMI-JOURNEE(S) D'ABSENCE NON JUSTIFIEE(S), "
               WS-E-ABS-JUST " DEMI-JOURNEE(S) JUSTIFIEE(S) ET "
               WS-E-RETARDS " RETARD(S)."
               DELIMITED BY SIZE INTO WS-LTR-SORTIE
           END-STRING.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.

           IF WS-LTR-SIGNALEMENT
               MOVE WS-SEUIL-ABS-SIGNAL TO WS-E-SEUIL-ABS
               STRING "CE NOMBRE ATTEINT LE SEUIL DE " WS-E-SEUIL-ABS
                   " DEMI-JOURNEES AU-DELA DUQUEL LA SITUATION DE "
                   "L'ELEVE EST SIGNALEE AUX"
                   DELIMITED BY SIZE INTO WS-LTR-SORTIE
               END-STRING
               PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
                   THRU 0466-ECRIRE-LIGNE-LETTRE-FIN
               STRING "SERVICES ACADEMIQUES, CONFORMEMENT A "
                   "L'OBLIGATION D'ASSIDUITE. VOUS SEREZ "
                   "PROCHAINEMENT CONVOQUES PAR L'ETABLISSEMENT."
                   DELIMITED BY SIZE INTO WS-LTR-SORTIE
               END-STRING
               PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
                   THRU 0466-ECRIRE-LIGNE-LETTRE-FIN
           ELSE
               MOVE WS-SEUIL-ABS-AVERT TO WS-E-SEUIL-ABS
               STRING "CE NOMBRE ATTEINT LE SEUIL DE " WS-E-SEUIL-ABS
                   " DEMI-JOURNEES FIXE PAR L'ETABLISSEMENT. NOUS "
                   "VOUS RAPPELONS L'OBLIGATION D'ASSIDUITE"
                   DELIMITED BY SIZE INTO WS-LTR-SORTIE
               END-STRING
               PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
                   THRU 0466-ECRIRE-LIGNE-LETTRE-FIN
               STRING "ET VOUS DEMANDONS DE PRENDRE CONTACT SANS "
                   "DELAI AVEC LE CONSEILLER PRINCIPAL D'EDUCATION."
                   DELIMITED BY SIZE INTO WS-LTR-SORTIE
               END-STRING
               PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
                   THRU 0466-ECRIRE-LIGNE-LETTRE-FIN
           END-IF.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           STRING "VEUILLEZ AGREER, MADAME, MONSIEUR, L'EXPRESSION "
               "DE NOS SALUTATIONS DISTINGUEES."
               DELIMITED BY SIZE INTO WS-LTR-SORTIE
           END-STRING.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           STRING "LE CONSEILLER PRINCIPAL D'EDUCATION"
               "                    LE CHEF D'ETABLISSEMENT"
               DELIMITED BY SIZE INTO WS-LTR-SORTIE
           END-STRING.
           PERFORM 0466-ECRIRE-LIGNE-LETTRE-DEB
               THRU 0466-ECRIRE-LIGNE-LETTRE-FIN.
           ADD 1 TO WS-CPT-ABS-LETTRES.
           0464-EDITER-LETTRE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0466-ECRIRE-LIGNE-LETTRE-DEB.
      *****************************************************************
      * Ecrit WS-LTR-SORTIE dans lettresabs.dat : saut de page demandé
      * par l'appelant (WS-LTR-SAUT, à chaque nouvelle lettre) ou
      * page de 66 lignes pleine. Une erreur d'écriture arrête
      * proprement le run.
      *****************************************************************
           MOVE WS-LTR-SORTIE TO REC-F-LETTRES.
           IF WS-LTR-SAUT OR WS-LTR-LIGNE-CT >= 66
               WRITE REC-F-LETTRES AFTER ADVANCING PAGE
               MOVE 1 TO WS-LTR-LIGNE-CT
               MOVE 'N' TO WS-LTR-SAUT-SWITCH
           ELSE
               WRITE REC-F-LETTRES AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LTR-LIGNE-CT
           END-IF.
           MOVE SPACES TO WS-LTR-SORTIE.
           IF NOT F-LETTRES-STATUS-OK
               DISPLAY "*** ERREUR SUR LETTRESABS.DAT - STATUT: "
                   F-LETTRES-STATUS
               STRING "*** ERREUR SUR LETTRESABS.DAT - STATUT: "
                   F-LETTRES-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               CLOSE F-LETTRES
               CLOSE F-RECAP-CPE
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           0466-ECRIRE-LIGNE-LETTRE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0468-ECRIRE-LIGNE-RECAP-DEB.
      *****************************************************************
      * Ecrit WS-RCP-SORTIE dans recapcpe.dat puis la réinitialise ;
      * une erreur d'écriture arrête proprement le run.
      *****************************************************************
           MOVE WS-RCP-SORTIE TO REC-F-RECAP-CPE.
           WRITE REC-F-RECAP-CPE.
           MOVE SPACES TO WS-RCP-SORTIE.
           IF NOT F-RECAP-CPE-STATUS-OK
               DISPLAY "*** ERREUR SUR RECAPCPE.DAT - STATUT: "
                   F-RECAP-CPE-STATUS
               STRING "*** ERREUR SUR RECAPCPE.DAT - STATUT: "
                   F-RECAP-CPE-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               CLOSE F-LETTRES
               CLOSE F-RECAP-CPE
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           0468-ECRIRE-LIGNE-RECAP-FIN.


      *****************************************************************
      *
      *****************************************************************
       0470-COMPARATIF-NIVEAUX-DEB.
      *****************************************************************
      * Ecrit dans comparatif.dat le comparatif inter-classes pour la
      * réunion d'harmonisation : les classes d'un même niveau côte à
      * côte, une page par niveau (cf. 0472), à partir des
      * statistiques de classe et de matière déjà calculées par 0350
      * et 0360. Le niveau d'une classe vient de l'enregistrement 'L'
      * de parametres.dat, sinon de l'en-tête de type 3 ; une classe
      * sans niveau n'est pas comparée et le rapport la cite.
      *****************************************************************
      * Niveau de chaque classe : l'enregistrement 'L' prime sur le
      * code niveau de l'en-tête
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               PERFORM VARYING WS-IDX-NP FROM 1 BY 1
                       UNTIL WS-IDX-NP > WS-NIVPAR-LGHT
                   IF WS-NP-CLASS(WS-IDX-NP) = WS-CL-CLASS(WS-IDX-CL)
                       MOVE WS-NP-NIVEAU(WS-IDX-NP)
                           TO WS-CL-NIVEAU(WS-IDX-CL)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Niveaux distincts des classes ayant des élèves, dans l'ordre
      * du lot
           MOVE 0 TO WS-CMP-NIV-LGHT.
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
             IF WS-CL-STUDENT-COUNT(WS-IDX-CL) NOT = 0
               IF WS-CL-NIVEAU(WS-IDX-CL) = SPACES
                   ADD 1 TO WS-CPT-CMP-SANS-NIV
                   STRING "*** COMPARATIF: CLASSE SANS NIVEAU, NON "
                       "COMPAREE: " WS-CL-CLASS(WS-IDX-CL)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
               ELSE
                   MOVE 'N' TO WS-CMP-NIV-TROUVE-SW
                   PERFORM VARYING WS-IDX-CN FROM 1 BY 1
                           UNTIL WS-IDX-CN > WS-CMP-NIV-LGHT
                       IF WS-CN-NIVEAU(WS-IDX-CN)
                           = WS-CL-NIVEAU(WS-IDX-CL)
                           MOVE 'Y' TO WS-CMP-NIV-TROUVE-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-CMP-NIV-TROUVE
                       ADD 1 TO WS-CMP-NIV-LGHT
                       MOVE WS-CL-NIVEAU(WS-IDX-CL)
                           TO WS-CN-NIVEAU(WS-CMP-NIV-LGHT)
                   END-IF
               END-IF
             END-IF
           END-PERFORM.

           OPEN OUTPUT F-COMPARATIF.
           IF NOT F-COMPARATIF-STATUS-OK
               DISPLAY "*** ERREUR SUR COMPARATIF.DAT - STATUT: "
                   F-COMPARATIF-STATUS
               STRING "*** ERREUR SUR COMPARATIF.DAT - STATUT: "
                   F-COMPARATIF-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           MOVE 0 TO WS-CMP-LIGNE-CT.

      * Aucune classe avec niveau : le fichier le dit plutôt que de
      * rester vide (ou de garder le comparatif d'un run précédent)
           IF WS-CMP-NIV-LGHT = 0
               STRING "COMPARATIF INTER-CLASSES - AUCUNE CLASSE DU "
                   "LOT N'A DE NIVEAU (EN-TETE DE TYPE 3 OU "
                   "ENREGISTREMENT 'L' DE PARAMETRES.DAT)"
                   DELIMITED BY SIZE INTO WS-CMP-SORTIE
               END-STRING
               PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
                   THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN
           END-IF.

           PERFORM VARYING WS-IDX-CN FROM 1 BY 1
                   UNTIL WS-IDX-CN > WS-CMP-NIV-LGHT
               PERFORM 0472-COMPARER-NIVEAU-DEB
                   THRU 0472-COMPARER-NIVEAU-FIN
               ADD 1 TO WS-CPT-CMP-NIVEAUX
           END-PERFORM.

           CLOSE F-COMPARATIF.
           STRING "COMPARATIF PAR NIVEAU ECRIT - " WS-CPT-CMP-NIVEAUX
               " NIVEAU(X) DANS COMPARATIF.DAT - "
               WS-CPT-CMP-ECARTS " ECART(S) HORS TOLERANCE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0470-COMPARATIF-NIVEAUX-FIN.


      *****************************************************************
      *
      *****************************************************************
       0472-COMPARER-NIVEAU-DEB.
      *****************************************************************
      * Ecrit la page du niveau WS-IDX-CN : moyenne générale de
      * chaque classe du niveau avec son écart à la moyenne du niveau
      * et la répartition de ses élèves dans les tranches de mention
      * (nombre et pourcentage des élèves notés), puis, pour chaque
      * matière (libellé et groupe) d'une des classes du niveau, la
      * comparaison des classes dans la matière (cf. 0474).
      *****************************************************************
      * Totaux du niveau : classes, effectif, élèves notés et somme
      * des moyennes d'élèves (la moyenne du niveau se calcule comme
      * celle d'une classe, cf. 0350 - élèves non notés exclus)
           MOVE 0 TO WS-CMP-NB-CLASSES.
           MOVE 0 TO WS-CMP-EFFECTIF.
           MOVE 0 TO WS-CMP-NB-NOTES.
           MOVE 0 TO WS-CMP-SUM.
           MOVE 0 TO WS-CMP-CL-PREMIER.
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               IF WS-CL-STUDENT-COUNT(WS-IDX-CL) NOT = 0
                 AND WS-CL-NIVEAU(WS-IDX-CL) = WS-CN-NIVEAU(WS-IDX-CN)
                   ADD 1 TO WS-CMP-NB-CLASSES
                   IF WS-CMP-CL-PREMIER = 0
                       MOVE WS-IDX-CL TO WS-CMP-CL-PREMIER
                   END-IF
                   ADD WS-CL-STUDENT-COUNT(WS-IDX-CL)
                       TO WS-CMP-EFFECTIF
                   ADD WS-CL-NB-NOTES(WS-IDX-CL) TO WS-CMP-NB-NOTES
                   ADD WS-CL-SUM(WS-IDX-CL) TO WS-CMP-SUM
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CMP-MOY-NIVEAU.
           IF WS-CMP-NB-NOTES NOT = 0
               COMPUTE WS-CMP-MOY-NIVEAU ROUNDED =
                   WS-CMP-SUM / WS-CMP-NB-NOTES
           END-IF.

      * En-tête de page du niveau
           MOVE 'Y' TO WS-CMP-SAUT-SWITCH.
           MOVE WS-CMP-TOLERANCE TO WS-E-CMP-TOLERANCE.
           MOVE WS-CMP-NB-CLASSES TO WS-E-CMP-NB.
           STRING "COMPARATIF INTER-CLASSES - NIVEAU: "
               WS-CN-NIVEAU(WS-IDX-CN)
               "  " WS-CL-TERM(WS-CMP-CL-PREMIER)
               "  DATE: " WS-CL-DATE(WS-CMP-CL-PREMIER)
               "  CLASSES: " WS-E-CMP-NB
               "  TOLERANCE D'ECART: " WS-E-CMP-TOLERANCE
               DELIMITED BY SIZE INTO WS-CMP-SORTIE
           END-STRING.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.

      * Moyennes générales et mentions : légende des colonnes (une
      * par tranche du barème, plus les élèves sans mention)
           STRING "MOYENNES GENERALES ET REPARTITION DES MENTIONS "
               "(NOMBRE D'ELEVES ET POURCENTAGE DES ELEVES NOTES)"
               DELIMITED BY SIZE INTO WS-CMP-SORTIE
           END-STRING.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.
           COMPUTE WS-CMP-NB-COL-MEN = WS-MENTION-LGHT + 1.
           MOVE SPACES TO WS-CMP-ENTETE-GEN(34:).
           PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                   UNTIL WS-IDX-MEN > WS-CMP-NB-COL-MEN
               MOVE WS-IDX-MEN TO WS-CMP-ENT-NUM
               MOVE WS-CMP-ENT-MEN TO WS-CMP-ENT-MEN-COL(WS-IDX-MEN)
               IF WS-IDX-MEN > WS-MENTION-LGHT
                   STRING "   T" WS-CMP-ENT-NUM " = SANS MENTION"
                       DELIMITED BY SIZE INTO WS-CMP-SORTIE
                   END-STRING
               ELSE
                   STRING "   T" WS-CMP-ENT-NUM " = "
                       WS-MEN-LIBELLE(WS-IDX-MEN)
                       DELIMITED BY SIZE INTO WS-CMP-SORTIE
                   END-STRING
               END-IF
               PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
                   THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN
           END-PERFORM.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.
           MOVE WS-CMP-ENTETE-GEN TO WS-CMP-SORTIE.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.

      * Une ligne par classe du niveau ; les mentions du niveau se
      * cumulent au passage
           PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                   UNTIL WS-IDX-MEN > 11
               MOVE 0 TO WS-CMP-MEN-NIV(WS-IDX-MEN)
           END-PERFORM.
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
             IF WS-CL-STUDENT-COUNT(WS-IDX-CL) NOT = 0
               AND WS-CL-NIVEAU(WS-IDX-CL) = WS-CN-NIVEAU(WS-IDX-CN)
               PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                       UNTIL WS-IDX-MEN > 11
                   MOVE 0 TO WS-CMP-MEN-CL(WS-IDX-MEN)
               END-PERFORM
               PERFORM VARYING WS-IDX-S FROM 1 BY 1
                       UNTIL WS-IDX-S > WS-STUDENT-LGHT
                 IF WS-S-CLASS-IDX(WS-IDX-S) = WS-IDX-CL
                   AND NOT WS-S-NON-NOTE(WS-IDX-S)
                   MOVE WS-CMP-NB-COL-MEN TO WS-CMP-MEN-COL
                   PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                           UNTIL WS-IDX-MEN > WS-MENTION-LGHT
                           OR WS-CMP-MEN-COL NOT = WS-CMP-NB-COL-MEN
                       IF WS-S-MENTION(WS-IDX-S)
                           = WS-MEN-LIBELLE(WS-IDX-MEN)
                           MOVE WS-IDX-MEN TO WS-CMP-MEN-COL
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-CMP-MEN-CL(WS-CMP-MEN-COL)
                   ADD 1 TO WS-CMP-MEN-NIV(WS-CMP-MEN-COL)
                 END-IF
               END-PERFORM

               MOVE SPACES TO WS-CMP-LIGNE-GEN
               MOVE WS-CL-CLASS(WS-IDX-CL) TO WS-CMG-CLASS
               MOVE WS-CL-STUDENT-COUNT(WS-IDX-CL) TO WS-CMG-EFFECTIF
               MOVE WS-CL-AVERAGE(WS-IDX-CL) TO WS-CMG-MOY
               COMPUTE WS-CMP-ECART =
                   WS-CL-AVERAGE(WS-IDX-CL) - WS-CMP-MOY-NIVEAU
               MOVE WS-CMP-ECART TO WS-CMG-ECART
               PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                       UNTIL WS-IDX-MEN > WS-CMP-NB-COL-MEN
                   MOVE WS-CMP-MEN-CL(WS-IDX-MEN)
                       TO WS-CMG-MEN-NB(WS-IDX-MEN)
                   MOVE 0 TO WS-CMP-POURCENT
                   IF WS-CL-NB-NOTES(WS-IDX-CL) NOT = 0
                       COMPUTE WS-CMP-POURCENT ROUNDED =
                           WS-CMP-MEN-CL(WS-IDX-MEN) * 100
                           / WS-CL-NB-NOTES(WS-IDX-CL)
                   END-IF
                   MOVE WS-CMP-POURCENT TO WS-CMG-MEN-PCT(WS-IDX-MEN)
                   MOVE "%" TO WS-CMG-MEN-SIGNE(WS-IDX-MEN)
               END-PERFORM
               MOVE WS-CMP-LIGNE-GEN TO WS-CMP-SORTIE
               PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
                   THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN
             END-IF
           END-PERFORM.

      * Ligne du niveau (effectif total, moyenne du niveau)
           MOVE SPACES TO WS-CMP-LIGNE-GEN.
           MOVE "NIVEAU" TO WS-CMG-CLASS.
           MOVE WS-CMP-EFFECTIF TO WS-CMG-EFFECTIF.
           MOVE WS-CMP-MOY-NIVEAU TO WS-CMG-MOY.
           PERFORM VARYING WS-IDX-MEN FROM 1 BY 1
                   UNTIL WS-IDX-MEN > WS-CMP-NB-COL-MEN
               MOVE WS-CMP-MEN-NIV(WS-IDX-MEN)
                   TO WS-CMG-MEN-NB(WS-IDX-MEN)
               MOVE 0 TO WS-CMP-POURCENT
               IF WS-CMP-NB-NOTES NOT = 0
                   COMPUTE WS-CMP-POURCENT ROUNDED =
                       WS-CMP-MEN-NIV(WS-IDX-MEN) * 100
                       / WS-CMP-NB-NOTES
               END-IF
               MOVE WS-CMP-POURCENT TO WS-CMG-MEN-PCT(WS-IDX-MEN)
               MOVE "%" TO WS-CMG-MEN-SIGNE(WS-IDX-MEN)
           END-PERFORM.
           MOVE WS-CMP-LIGNE-GEN TO WS-CMP-SORTIE.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.

      * Matières distinctes (libellé et groupe) des classes du niveau
           MOVE 0 TO WS-CMP-MAT-LGHT.
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
             IF WS-CL-STUDENT-COUNT(WS-IDX-CL) NOT = 0
               AND WS-CL-NIVEAU(WS-IDX-CL) = WS-CN-NIVEAU(WS-IDX-CN)
               PERFORM VARYING WS-IDX-SJ FROM 1 BY 1
                       UNTIL WS-IDX-SJ > WS-CL-SUBJ-COUNT(WS-IDX-CL)
                 MOVE 'N' TO WS-CMP-MAT-TROUVE-SW
                 PERFORM VARYING WS-IDX-CM FROM 1 BY 1
                         UNTIL WS-IDX-CM > WS-CMP-MAT-LGHT
                     IF WS-CM-LABEL(WS-IDX-CM)
                         = WS-SJ-LABEL(WS-IDX-CL WS-IDX-SJ)
                       AND WS-CM-GROUPE(WS-IDX-CM)
                         = WS-SJ-GROUPE(WS-IDX-CL WS-IDX-SJ)
                         MOVE 'Y' TO WS-CMP-MAT-TROUVE-SW
                     END-IF
                 END-PERFORM
                 IF NOT WS-CMP-MAT-TROUVE
                     IF WS-CMP-MAT-LGHT < 100
                         ADD 1 TO WS-CMP-MAT-LGHT
                         MOVE WS-SJ-LABEL(WS-IDX-CL WS-IDX-SJ)
                             TO WS-CM-LABEL(WS-CMP-MAT-LGHT)
                         MOVE WS-SJ-GROUPE(WS-IDX-CL WS-IDX-SJ)
                             TO WS-CM-GROUPE(WS-CMP-MAT-LGHT)
                     ELSE
                         STRING "*** COMPARATIF: PLUS DE 100 MATIERES"
                             " - NIVEAU: " WS-CN-NIVEAU(WS-IDX-CN)
                             " - MATIERE OMISE: "
                             WS-SJ-LABEL(WS-IDX-CL WS-IDX-SJ)
                             DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                         END-STRING
                         PERFORM 0610-ECRIRE-RAPPORT-DEB
                             THRU 0610-ECRIRE-RAPPORT-FIN
                     END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

           STRING "MOYENNES PAR MATIERE (NOTES, MOYENNE, MINI ET MAXI "
               "DE LA CLASSE, ECART A LA MOYENNE DU NIVEAU)"
               DELIMITED BY SIZE INTO WS-CMP-SORTIE
           END-STRING.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.
           PERFORM VARYING WS-IDX-CM FROM 1 BY 1
                   UNTIL WS-IDX-CM > WS-CMP-MAT-LGHT
               PERFORM 0474-COMPARER-MATIERE-DEB
                   THRU 0474-COMPARER-MATIERE-FIN
           END-PERFORM.
           0472-COMPARER-NIVEAU-FIN.


      *****************************************************************
      *
      *****************************************************************
       0474-COMPARER-MATIERE-DEB.
      *****************************************************************
      * Compare les classes du niveau WS-IDX-CN dans la matière
      * WS-IDX-CM : moyenne du niveau (toutes les notes des classes
      * du niveau), étendue entre la plus faible et la plus forte
      * moyenne de classe, puis une ligne par classe avec son écart
      * à la moyenne du niveau. Un écart supérieur à la tolérance
      * (enregistrement 'H' de parametres.dat) est signalé.
      *****************************************************************
           MOVE 0 TO WS-CMP-MAT-NOTES.
           MOVE 0 TO WS-CMP-MAT-SUM.
           MOVE 0 TO WS-CMP-MAT-CLASSES.
           MOVE 0 TO WS-CMP-MAT-MAXI.
           MOVE 99,99 TO WS-CMP-MAT-MINI.
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
             IF WS-CL-STUDENT-COUNT(WS-IDX-CL) NOT = 0
               AND WS-CL-NIVEAU(WS-IDX-CL) = WS-CN-NIVEAU(WS-IDX-CN)
               PERFORM 0476-CHERCHER-MATIERE-DEB
                   THRU 0476-CHERCHER-MATIERE-FIN
               IF WS-CMP-SJ NOT = 0
                 IF WS-SJ-COUNT(WS-IDX-CL WS-CMP-SJ) NOT = 0
                   ADD 1 TO WS-CMP-MAT-CLASSES
                   ADD WS-SJ-COUNT(WS-IDX-CL WS-CMP-SJ)
                       TO WS-CMP-MAT-NOTES
                   ADD WS-SJ-SUM(WS-IDX-CL WS-CMP-SJ)
                       TO WS-CMP-MAT-SUM
                   IF WS-SJ-AVERAGE(WS-IDX-CL WS-CMP-SJ)
                       < WS-CMP-MAT-MINI
                       MOVE WS-SJ-AVERAGE(WS-IDX-CL WS-CMP-SJ)
                           TO WS-CMP-MAT-MINI
                   END-IF
                   IF WS-SJ-AVERAGE(WS-IDX-CL WS-CMP-SJ)
                       > WS-CMP-MAT-MAXI
                       MOVE WS-SJ-AVERAGE(WS-IDX-CL WS-CMP-SJ)
                           TO WS-CMP-MAT-MAXI
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF WS-CMP-MAT-NOTES NOT = 0
               COMPUTE WS-CMP-MAT-MOY ROUNDED =
                   WS-CMP-MAT-SUM / WS-CMP-MAT-NOTES
               COMPUTE WS-CMP-MAT-ETENDUE =
                   WS-CMP-MAT-MAXI - WS-CMP-MAT-MINI
           ELSE
               MOVE 0 TO WS-CMP-MAT-MOY
               MOVE 0 TO WS-CMP-MAT-ETENDUE
           END-IF.

      * Ligne de titre de la matière puis en-tête des colonnes
           MOVE WS-CMP-MAT-MOY TO WS-E-CMP-MOY.
           MOVE WS-CMP-MAT-ETENDUE TO WS-E-CMP-ETENDUE.
           IF WS-CM-GROUPE(WS-IDX-CM) = SPACES
               STRING "MATIERE: " WS-CM-LABEL(WS-IDX-CM)
                   "  MOYENNE DU NIVEAU: " WS-E-CMP-MOY
                   "  ETENDUE ENTRE CLASSES: " WS-E-CMP-ETENDUE
                   DELIMITED BY SIZE INTO WS-CMP-SORTIE
               END-STRING
           ELSE
               STRING "MATIERE: " WS-CM-LABEL(WS-IDX-CM)
                   " GROUPE " WS-CM-GROUPE(WS-IDX-CM)
                   "  MOYENNE DU NIVEAU: " WS-E-CMP-MOY
                   "  ETENDUE ENTRE CLASSES: " WS-E-CMP-ETENDUE
                   DELIMITED BY SIZE INTO WS-CMP-SORTIE
               END-STRING
           END-IF.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.
           STRING "  CLASSE      NTS    MOY   MINI   MAXI   ECART"
               DELIMITED BY SIZE INTO WS-CMP-SORTIE
           END-STRING.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.

      * Une ligne par classe du niveau, même sans la matière (les
      * classes parallèles se lisent ainsi toujours dans le même
      * ordre d'une matière à l'autre)
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
             IF WS-CL-STUDENT-COUNT(WS-IDX-CL) NOT = 0
               AND WS-CL-NIVEAU(WS-IDX-CL) = WS-CN-NIVEAU(WS-IDX-CN)
               PERFORM 0476-CHERCHER-MATIERE-DEB
                   THRU 0476-CHERCHER-MATIERE-FIN
               MOVE SPACES TO WS-CMP-LIGNE-MAT
               MOVE WS-CL-CLASS(WS-IDX-CL) TO WS-CMM-CLASS
               IF WS-CMP-SJ = 0
                   MOVE "MATIERE NON SUIVIE DANS LA CLASSE"
                       TO WS-CMM-SIGNAL
               ELSE
                 IF WS-SJ-COUNT(WS-IDX-CL WS-CMP-SJ) = 0
                   MOVE 0 TO WS-CMM-NOTES
                   MOVE "AUCUNE NOTE DANS LA CLASSE" TO WS-CMM-SIGNAL
                 ELSE
                   MOVE WS-SJ-COUNT(WS-IDX-CL WS-CMP-SJ)
                       TO WS-CMM-NOTES
                   MOVE WS-SJ-AVERAGE(WS-IDX-CL WS-CMP-SJ)
                       TO WS-CMM-MOY
                   MOVE WS-SJ-MIN(WS-IDX-CL WS-CMP-SJ) TO WS-CMM-MIN
                   MOVE WS-SJ-MAX(WS-IDX-CL WS-CMP-SJ) TO WS-CMM-MAX
                   COMPUTE WS-CMP-ECART =
                       WS-SJ-AVERAGE(WS-IDX-CL WS-CMP-SJ)
                       - WS-CMP-MAT-MOY
                   MOVE WS-CMP-ECART TO WS-CMM-ECART
                   IF WS-CMP-ECART > WS-CMP-TOLERANCE
                     OR WS-CMP-ECART < 0 - WS-CMP-TOLERANCE
                       ADD 1 TO WS-CPT-CMP-ECARTS
                       MOVE "*** ECART HORS TOLERANCE"
                           TO WS-CMM-SIGNAL
                   END-IF
                 END-IF
               END-IF
               MOVE WS-CMP-LIGNE-MAT TO WS-CMP-SORTIE
               PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
                   THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN
             END-IF
           END-PERFORM.
           PERFORM 0478-ECRIRE-LIGNE-COMPARATIF-DEB
               THRU 0478-ECRIRE-LIGNE-COMPARATIF-FIN.
           0474-COMPARER-MATIERE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0476-CHERCHER-MATIERE-DEB.
      *****************************************************************
      * Cherche la matière WS-IDX-CM du comparatif (même libellé et
      * même groupe) parmi les matières de la classe WS-IDX-CL :
      * WS-CMP-SJ reçoit son entrée, 0 si la classe ne l'a pas.
      *****************************************************************
           MOVE 0 TO WS-CMP-SJ.
           PERFORM VARYING WS-IDX-SJ FROM 1 BY 1
                   UNTIL WS-IDX-SJ > WS-CL-SUBJ-COUNT(WS-IDX-CL)
                      OR WS-CMP-SJ NOT = 0
               IF WS-SJ-LABEL(WS-IDX-CL WS-IDX-SJ)
                   = WS-CM-LABEL(WS-IDX-CM)
                 AND WS-SJ-GROUPE(WS-IDX-CL WS-IDX-SJ)
                   = WS-CM-GROUPE(WS-IDX-CM)
                   MOVE WS-IDX-SJ TO WS-CMP-SJ
               END-IF
           END-PERFORM.
           0476-CHERCHER-MATIERE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0478-ECRIRE-LIGNE-COMPARATIF-DEB.
      *****************************************************************
      * Ecrit WS-CMP-SORTIE dans comparatif.dat en tenant la mise en
      * page : saut de page demandé par l'appelant (WS-CMP-SAUT, à
      * chaque nouveau niveau) ou page de 66 lignes pleine. Une
      * erreur d'écriture arrête proprement le run.
      *****************************************************************
           MOVE WS-CMP-SORTIE TO REC-F-COMPARATIF.
           IF WS-CMP-SAUT OR WS-CMP-LIGNE-CT >= 66
               WRITE REC-F-COMPARATIF AFTER ADVANCING PAGE
               MOVE 1 TO WS-CMP-LIGNE-CT
               MOVE 'N' TO WS-CMP-SAUT-SWITCH
           ELSE
               WRITE REC-F-COMPARATIF AFTER ADVANCING 1 LINE
               ADD 1 TO WS-CMP-LIGNE-CT
           END-IF.
           MOVE SPACES TO WS-CMP-SORTIE.
           IF NOT F-COMPARATIF-STATUS-OK
               DISPLAY "*** ERREUR SUR COMPARATIF.DAT - STATUT: "
                   F-COMPARATIF-STATUS
               STRING "*** ERREUR SUR COMPARATIF.DAT - STATUT: "
                   F-COMPARATIF-STATUS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               CLOSE F-COMPARATIF
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.
           0478-ECRIRE-LIGNE-COMPARATIF-FIN.


      *****************************************************************
      *
      *****************************************************************
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "COURS REJETES (INVALIDES OU EN TROP): "
               WS-CPT-COURS-REJETES
               "  COURS NON NOTES (ABS/DISP/NN): "
               WS-CPT-COURS-NON-NOTES
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           IF NOT WS-MODE-ESSAI AND NOT WS-MODE-DUPLICATA
               STRING "LETTRES D'ABSENTEISME: " WS-CPT-ABS-LETTRES
                   "  AVERTISSEMENTS: " WS-CPT-ABS-AVERT
                   "  SIGNALEMENTS: " WS-CPT-ABS-SIGNAL
                   "  SANS ADRESSE: " WS-CPT-ABS-SANS-ADR
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           IF WS-CPT-HISTO-REFUS NOT = 0
             OR WS-CPT-HISTO-PURGES NOT = 0
               STRING "REPORTS A L'HISTORIQUE REFUSES (DEJA FAITS): "
                   WS-CPT-HISTO-REFUS
                   "  ENREGISTREMENTS REMPLACES: "
                   WS-CPT-HISTO-PURGES
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           IF WS-PLAN-LGHT NOT = 0
               STRING "ECARTS AU PLAN DE COURS: " WS-CPT-PLAN-ANOM
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           IF WS-OPTIONS-ACTIFS
               STRING "OPTIONS LUES: " WS-CPT-OPT-LUES
                   "  REJETEES: " WS-CPT-OPT-REJETS
                   "  NOTES HORS OPTIONS: " WS-CPT-HORS-OPTIONS
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           IF NOT WS-MODE-ESSAI AND NOT WS-MODE-DUPLICATA
               STRING "COMPARATIF PAR NIVEAU: NIVEAUX: "
                   WS-CPT-CMP-NIVEAUX
                   "  ECARTS HORS TOLERANCE: " WS-CPT-CMP-ECARTS
                   "  CLASSES SANS NIVEAU: " WS-CPT-CMP-SANS-NIV
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           IF WS-ADRESSES-ACTIFS
               STRING "ELEVES SANS ADRESSE SUR FICHIER: "
                   WS-CPT-SANS-ADRESSE
                   "  SANS CANAL DE DIFFUSION: " WS-CPT-SANS-CANAL
                   "  ANOMALIES DE CANAL: " WS-CPT-CANAL-ANOM
                   "  BULLETINS ENT: " WS-CPT-FICHIERS-ENT
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
               + WS-CPT-NON-INSCRITS
               + WS-CPT-SANS-NOTES
               + WS-CPT-PLAN-ANOM
               + WS-CPT-PARAM-REJETS
               + WS-CPT-OPT-REJETS
               + WS-CPT-HORS-OPTIONS
               + WS-CPT-SANS-ENTETE
               + WS-CPT-HISTO-REFUS.
           IF WS-MODE-ESSAI AND WS-CPT-ANOMALIES NOT = 0
               STRING "FIN DU MODE ESSAI - " WS-CPT-ANOMALIES
                   " ANOMALIE(S) A CORRIGER - CODE RETOUR 004"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
               ELSE
      * Report à l'historique refusé : bulletins et export sont
      * produits, mais l'historique de l'année n'a pas suivi - code
      * retour 004 pour que l'exploitation ne le découvre pas au
      * bulletin annuel
                   IF WS-CPT-HISTO-REFUS NOT = 0
                       STRING "FIN AVEC ANOMALIES - HISTORIQUE NON "
                           "MIS A JOUR - CODE RETOUR 004"
                           DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                       END-STRING
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE
                         "FIN NORMALE DU TRAITEMENT - CODE RETOUR 000"
                           TO WS-RAPPORT-LIGNE
                   END-IF
               END-IF
           END-IF.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               MOVE WS-S-LASTNAME(WS-IDX-S) TO WS-EXP-E-LASTNAME
               MOVE WS-S-FIRSTNAME(WS-IDX-S) TO WS-EXP-E-FIRSTNAME
               MOVE WS-S-INE(WS-IDX-S) TO WS-EXP-E-INE
               IF WS-S-NON-NOTE(WS-IDX-S)
                   MOVE SPACES TO WS-EXP-E-RESULTAT
               ELSE
                   MOVE WS-S-AVERAGE(WS-IDX-S) TO WS-EXP-E-AVERAGE
                   MOVE WS-S-RANK(WS-IDX-S) TO WS-EXP-E-RANK
               END-IF
               MOVE WS-S-MENTION(WS-IDX-S) TO WS-EXP-E-MENTION
               MOVE WS-EXP-ETUDIANT TO REC-EXPORT
               WRITE REC-EXPORT
               END-IF
               ADD 1 TO WS-CPT-EXP-RECS
               ADD 1 TO WS-CPT-EXP-E
               IF NOT WS-S-NON-NOTE(WS-IDX-S)
                   ADD WS-S-AVERAGE(WS-IDX-S) TO WS-SOMME-MOYENNES
               END-IF

      * Un enregistrement 'C' par cours valide - les cours hors
      * bornes, exclus de la moyenne, ne partent pas non plus vers le
                           TO WS-EXP-C-COEF
                       MOVE WS-C-GRADE(WS-IDX-S WS-IDX-C)
                           TO WS-EXP-C-GRADE
                       MOVE WS-C-STATUT(WS-IDX-S WS-IDX-C)
                           TO WS-EXP-C-STATUT
                       MOVE WS-EXP-COURS TO REC-EXPORT
                       WRITE REC-EXPORT
                       IF NOT F-EXPORT-STATUS-OK
