      * côte par matière, la moyenne de l'année et le rang annuel dans
      * la classe - le conseil décide du passage ou du redoublement
      * sur l'année entière, pas sur un seul trimestre.
      * Les résultats annuels (moyenne, rang, effectif) sont aussi
      * écrits par élève dans resannuel.dat pour le programme de
      * passage à l'année suivante.

      ******************************************************************
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTO-STATUS.

      * Registre des reports à l'historique tenu par le programme
      * d'édition des bulletins : un enregistrement par classe et
      * trimestre reporté - contrôlé avant toute édition (trimestre
      * manquant ou reporté deux fois = pas de bulletin annuel)
           SELECT F-REGISTRE
               ASSIGN TO 'registre.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

      * Bulletin annuel imprimable : une page de 66 lignes par élève
      * puis le palmarès annuel de chaque classe, même gabarit de
      * 250 caractères que le bulletin trimestriel
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANNUEL-STATUS.

      * Résultats annuels par élève (clé INE, classe, moyenne et rang
      * annuels, effectif de la classe), repris par le programme de
      * passage pour construire l'effectif de l'année suivante
           SELECT F-RESULTATS
               ASSIGN TO 'resannuel.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RESULTATS-STATUS.

      * Compte rendu du run annuel : en-tête daté, volumes chargés,
      * anomalies et compteurs finaux (distinct de rapport.dat pour ne
      * pas écraser le compte rendu du dernier run trimestriel)
           03 R-HI-LABEL           PIC X(21).
           03 R-HI-COEF            PIC 99,9.
           03 R-HI-GRADE           PIC 99,99.
           03 R-HI-STATUT          PIC X(04).
           03 FILLER               PIC X(01).

      * Registre des reports : dessin identique à REC-REGISTRE du
      * programme d'édition des bulletins (80 caractères fixes)
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

      * Fichier de sortie : enregistrements longueur fixe de 250 car.
       FD  F-ANNUEL

       01  REC-F-ANNUEL            PIC X(250).

      * Résultats annuels : enregistrements longueur fixe de 60
      * caractères, un par élève (moyenne et rang à blanc pour un
      * élève sans aucune note sur l'année)
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

      * Fichier de compte rendu du run : enregistrements longueur fixe
      * de 132 caractères (une ligne de rapport par enregistrement)
       FD  F-RAPPORT
           88 F-HISTO-STATUS-EOF   VALUE '10'.
           88 F-HISTO-STATUS-NOFILE VALUE '35'.

       01  F-REGISTRE-STATUS       PIC X(02) VALUE SPACE.
           88 F-REGISTRE-STATUS-OK VALUE '00'.
           88 F-REGISTRE-STATUS-EOF VALUE '10'.
           88 F-REGISTRE-STATUS-NOFILE VALUE '35'.

       01  F-ANNUEL-STATUS         PIC X(02) VALUE SPACE.
           88 F-ANNUEL-STATUS-OK   VALUE '00'.

       01  F-RESULTATS-STATUS      PIC X(02) VALUE SPACE.
           88 F-RESULTATS-STATUS-OK VALUE '00'.

       01  F-RAPPORT-STATUS        PIC X(02) VALUE SPACE.
           88 F-RAPPORT-STATUS-OK  VALUE '00'.

                                       DEPENDING ON WS-CLASS-LGHT.
             10 WS-CL-CLASS           PIC X(10).
             10 WS-CL-STUDENT-COUNT   PIC 9(04).
      * Elèves de la classe ayant une moyenne annuelle (hors élèves
      * non notés) : base de la moyenne de classe et du classement
             10 WS-CL-NB-NOTES        PIC 9(04).
             10 WS-CL-SUM             PIC 9(07)V99.
             10 WS-CL-AVERAGE         PIC 99V99.
             10 WS-CL-NB-HISTO        PIC 9(05) OCCURS 3 TIMES.
              *> Enregistrements d'historique par trimestre (contrôlés
              *> contre le registre des reports)

      * Table des trimestres rencontrés, dans l'ordre d'apparition
      * dans l'historique (= ordre chronologique, le fichier étant
             10 WS-S-CLASS-IDX        PIC 9(02).
             10 WS-S-MOYENNE-AN       PIC 99V99.
             10 WS-S-RANG-AN          PIC 9(04).
      * Elève sans aucune note sur l'année, toutes matières
      * confondues : ni moyenne ni rang annuels - posé par 0300, il
      * reste hors du classement et de la moyenne de la classe
             10 WS-S-NOTE-SW          PIC X(01).
                88 WS-S-NON-NOTE      VALUE 'N'.
             10 WS-S-SUBJ-COUNT       PIC 9(02).
      * Matières de l'élève (20 max, comme les cours du bulletin
      * trimestriel) - une note par trimestre, absente si aucun
      * enregistrement d'historique pour ce trimestre-là ; un cours
      * absent, dispensé ou non noté garde son statut, hors moyenne
             10 WS-SUBJ OCCURS 20 TIMES.
               15 WS-SJ-LABEL         PIC X(21).
               15 WS-SJ-COEF          PIC 99V9.
                 20 WS-SJ-NOTE        PIC 99V99.
                 20 WS-SJ-PRESENT     PIC X(01).
                    88 WS-SJ-A-NOTE   VALUE 'Y'.
                    88 WS-SJ-SANS-NOTE VALUE 'S'.
                 20 WS-SJ-STATUT      PIC X(04).

      * Index utilisé pour parcourir les élèves
       77  WS-IDX-S                   PIC 9(04).
       01  WS-SAUT-PAGE-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-SAUT-PAGE            VALUE 'Y'.
       01  WS-DERNIERE-LIGNE-SORTIE   PIC X(40) VALUE SPACES.
       01  WS-MAT-NOTEE-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-MAT-NOTEE            VALUE 'Y'.

      * Registre des reports chargé pour contrôle : classe,
      * trimestre, date, nombre d'enregistrements reportés et nature
      * du report ('A' ajout, 'R' remplacement)
       01  WS-DATA-REGISTRE.
           05 WS-REG-LGHT             PIC 9(03) VALUE 0.
              *> Nombre de reports chargés
           05 WS-REGISTRE-T OCCURS 1 TO 500 TIMES
                                       DEPENDING ON WS-REG-LGHT.
             10 WS-RG-CLASS           PIC X(10).
             10 WS-RG-TERM            PIC X(10).
             10 WS-RG-DATE            PIC 9(08).
             10 WS-RG-NB-HISTO        PIC 9(05).
             10 WS-RG-ACTION          PIC X(01).
      * Index utilisés pour parcourir le registre
       77  WS-IDX-RG                  PIC 9(03).
       77  WS-IDX-RG2                 PIC 9(03).
      * Premier et dernier report d'une classe et d'un trimestre,
      * nombre de reports en ajout (plus d'un = trimestre reporté
      * deux fois)
       77  WS-RG-PREMIER              PIC 9(03).
       77  WS-RG-DERNIER              PIC 9(03).
       77  WS-RG-NB-AJOUTS            PIC 9(03).
      * Nombre d'enregistrements d'historique constaté pour la classe
      * et le trimestre du report contrôlé
       77  WS-RG-NB-CONSTATE          PIC 9(05).
      * Date d'un report, découpée pour l'édition JJ/MM/AAAA
       01  WS-RG-DATE-TRAV.
           05 WS-RG-DATE-AAAA         PIC 9(04).
           05 WS-RG-DATE-MM           PIC 9(02).
           05 WS-RG-DATE-JJ           PIC 9(02).

      * Compte rendu du run : ligne en cours de construction,
      * indicateur d'ouverture du fichier et compteurs de la synthèse
       01  WS-RAPPORT-COMPTEURS.
           05 WS-CPT-HISTO-LUS        PIC 9(07) VALUE 0.
           05 WS-CPT-HISTO-IGNORES    PIC 9(05) VALUE 0.
           05 WS-CPT-HISTO-NON-NOTES  PIC 9(05) VALUE 0.
           05 WS-CPT-BULLETINS        PIC 9(05) VALUE 0.
           05 WS-CPT-REGISTRE-ANOM    PIC 9(05) VALUE 0.
           05 WS-CPT-RESULTATS        PIC 9(05) VALUE 0.

      * Levé une seule fois quand un libellé de trimestre au-delà du
      * 3e est rencontré (historique de plus d'une année scolaire :
       PERFORM 0100-LIRE-HISTO-DEB
           THRU 0100-LIRE-HISTO-FIN.

      * Contrôle de l'historique contre le registre des reports :
      * chaque classe a tous ses trimestres, aucun n'est reporté deux
      * fois - sinon le bulletin annuel n'est pas produit
       PERFORM 0150-CONTROLER-REGISTRE-DEB
           THRU 0150-CONTROLER-REGISTRE-FIN.

      * Moyenne annuelle par matière puis moyenne annuelle générale
      * de chaque élève
       PERFORM 0300-CALCUL-MOYENNES-DEB
       PERFORM 0400-ECRIRE-BULLETIN-AN-DEB
           THRU 0400-ECRIRE-BULLETIN-AN-FIN.

      * Résultats annuels par élève pour le passage à l'année
      * suivante
       PERFORM 0500-ECRIRE-RESULTATS-DEB
           THRU 0500-ECRIRE-RESULTATS-FIN.

      * Synthèse finale (compteurs, statut de fin) et clôture du
      * compte rendu du run
       PERFORM 0620-CLORE-RAPPORT-DEB
               MOVE WS-CLASS-LGHT TO WS-CL-TROUVEE
               MOVE R-HI-CLASS TO WS-CL-CLASS(WS-CL-TROUVEE)
               MOVE 0 TO WS-CL-STUDENT-COUNT(WS-CL-TROUVEE)
               MOVE 0 TO WS-CL-NB-NOTES(WS-CL-TROUVEE)
               MOVE 0 TO WS-CL-SUM(WS-CL-TROUVEE)
               MOVE 0 TO WS-CL-AVERAGE(WS-CL-TROUVEE)
               MOVE 0 TO WS-CL-NB-HISTO(WS-CL-TROUVEE 1)
               MOVE 0 TO WS-CL-NB-HISTO(WS-CL-TROUVEE 2)
               MOVE 0 TO WS-CL-NB-HISTO(WS-CL-TROUVEE 3)
           END-IF.

      * Trimestre de rattachement (colonne 1 à 3 du bulletin annuel,
               MOVE WS-TERME-LGHT TO WS-TR-TROUVE
               MOVE R-HI-TERM TO WS-TR-LABEL(WS-TR-TROUVE)
           END-IF.
           ADD 1 TO WS-CL-NB-HISTO(WS-CL-TROUVEE WS-TR-TROUVE).

      * Elève de rattachement : sur l'INE quand les deux côtés en
      * portent un, sinon sur le nom tronqué (historique d'avant
               MOVE 0 TO WS-S-SUBJ-COUNT(WS-S-TROUVE)
               MOVE 0 TO WS-S-MOYENNE-AN(WS-S-TROUVE)
               MOVE 0 TO WS-S-RANG-AN(WS-S-TROUVE)
               MOVE 'Y' TO WS-S-NOTE-SW(WS-S-TROUVE)
           END-IF.
           MOVE WS-CL-TROUVEE TO WS-S-CLASS-IDX(WS-S-TROUVE).

                       (WS-S-TROUVE WS-SJ-TROUVEE WS-IDX-TR)
                   MOVE 'N' TO WS-SJ-PRESENT
                       (WS-S-TROUVE WS-SJ-TROUVEE WS-IDX-TR)
                   MOVE SPACES TO WS-SJ-STATUT
                       (WS-S-TROUVE WS-SJ-TROUVEE WS-IDX-TR)
               END-PERFORM
           END-IF.
           MOVE R-HI-COEF TO WS-SJ-COEF(WS-S-TROUVE WS-SJ-TROUVEE).
      * Statut à blanc (historique antérieur) : note ordinaire
           IF R-HI-STATUT NOT = SPACES AND R-HI-STATUT NOT = "NOTE"
               ADD 1 TO WS-CPT-HISTO-NON-NOTES
               MOVE 0 TO WS-SJ-NOTE
                   (WS-S-TROUVE WS-SJ-TROUVEE WS-TR-TROUVE)
               MOVE R-HI-STATUT TO WS-SJ-STATUT
                   (WS-S-TROUVE WS-SJ-TROUVEE WS-TR-TROUVE)
               MOVE 'S' TO WS-SJ-PRESENT
                   (WS-S-TROUVE WS-SJ-TROUVEE WS-TR-TROUVE)
               GO TO 0110-RANGER-ENREG-FIN
           END-IF.
           MOVE R-HI-GRADE
               TO WS-SJ-NOTE(WS-S-TROUVE WS-SJ-TROUVEE WS-TR-TROUVE).
           MOVE 'Y'
           0110-RANGER-ENREG-FIN.


      *****************************************************************
      *
      *****************************************************************
       0150-CONTROLER-REGISTRE-DEB.
      *****************************************************************
      * Contrôle l'historique chargé contre le registre des reports
      * tenu par le programme d'édition des bulletins :
      * - registre absent : arrêt (historique d'origine inconnue)
      * - une classe et un trimestre reportés plus d'une fois en
      *   ajout : trimestre compté deux fois
      * - nombre d'enregistrements d'historique différent de celui du
      *   dernier report de la classe et du trimestre
      * - classe de l'historique sans report pour un trimestre
      *   rencontré : trimestre manquant
      * Toute anomalie est détaillée au rapport et arrête le run avant
      * toute édition ; moins de trois trimestres est seulement
      * signalé (bulletin annuel anticipé).
      *****************************************************************
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
               IF F-REGISTRE-STATUS-NOFILE
                   STRING "*** CAUSE PROBABLE: HISTORIQUE ALIMENTE "
                       "SANS REGISTRE DES REPORTS - CONTROLE "
                       "IMPOSSIBLE"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                   END-STRING
                   PERFORM 0610-ECRIRE-RAPPORT-DEB
                       THRU 0610-ECRIRE-RAPPORT-FIN
               END-IF
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
                       MOVE R-RG-ACTION   TO WS-RG-ACTION(WS-REG-LGHT)
               END-READ
           END-PERFORM.
           CLOSE F-REGISTRE.

           STRING "REGISTRE DES REPORTS CHARGE: " WS-REG-LGHT
               " REPORT(S)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.

      * Chaque couple classe/trimestre du registre, pris à sa première
      * apparition : reports en ajout et concordance du dernier report
      * avec l'historique
           PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                   UNTIL WS-IDX-RG > WS-REG-LGHT
               MOVE 0 TO WS-RG-PREMIER
               MOVE 0 TO WS-RG-NB-AJOUTS
               PERFORM VARYING WS-IDX-RG2 FROM 1 BY 1
                       UNTIL WS-IDX-RG2 > WS-REG-LGHT
                   IF WS-RG-CLASS(WS-IDX-RG2) = WS-RG-CLASS(WS-IDX-RG)
                     AND WS-RG-TERM(WS-IDX-RG2) = WS-RG-TERM(WS-IDX-RG)
                       IF WS-RG-PREMIER = 0
                           MOVE WS-IDX-RG2 TO WS-RG-PREMIER
                       END-IF
                       MOVE WS-IDX-RG2 TO WS-RG-DERNIER
                       IF WS-RG-ACTION(WS-IDX-RG2) = 'A'
                           ADD 1 TO WS-RG-NB-AJOUTS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RG-PREMIER = WS-IDX-RG
                   PERFORM 0155-CONTROLER-REPORT-DEB
                       THRU 0155-CONTROLER-REPORT-FIN
               END-IF
           END-PERFORM.

      * Chaque classe de l'historique doit avoir un report pour
      * chacun des trimestres rencontrés
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                       UNTIL WS-IDX-TR > WS-TERME-LGHT
                   MOVE 0 TO WS-RG-DERNIER
                   PERFORM VARYING WS-IDX-RG FROM 1 BY 1
                           UNTIL WS-IDX-RG > WS-REG-LGHT
                       IF WS-RG-CLASS(WS-IDX-RG)
                            = WS-CL-CLASS(WS-IDX-CL)
                         AND WS-RG-TERM(WS-IDX-RG)
                            = WS-TR-LABEL(WS-IDX-TR)
                           MOVE WS-IDX-RG TO WS-RG-DERNIER
                       END-IF
                   END-PERFORM
                   IF WS-RG-DERNIER = 0
                       ADD 1 TO WS-CPT-REGISTRE-ANOM
                       STRING "*** TRIMESTRE MANQUANT: CLASSE "
                           WS-CL-CLASS(WS-IDX-CL) " TRIMESTRE "
                           WS-TR-LABEL(WS-IDX-TR)
                           " JAMAIS REPORTE A L'HISTORIQUE"
                           DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
                       END-STRING
                       PERFORM 0610-ECRIRE-RAPPORT-DEB
                           THRU 0610-ECRIRE-RAPPORT-FIN
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-CPT-REGISTRE-ANOM NOT = 0
               DISPLAY "*** HISTORIQUE NON CONFORME AU REGISTRE DES "
                   "REPORTS - " WS-CPT-REGISTRE-ANOM " ANOMALIE(S)"
               STRING "*** HISTORIQUE NON CONFORME AU REGISTRE DES "
                   "REPORTS - " WS-CPT-REGISTRE-ANOM " ANOMALIE(S) - "
                   "LE BULLETIN ANNUEL N'EST PAS PRODUIT"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
               PERFORM 0630-ABANDON-RUN-DEB
                   THRU 0630-ABANDON-RUN-FIN
           END-IF.

           IF WS-TERME-LGHT < 3
               STRING "ATTENTION: " WS-TERME-LGHT
                   " TRIMESTRE(S) SEULEMENT A L'HISTORIQUE - BULLETIN "
                   "ANNUEL PARTIEL"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.

           MOVE "REGISTRE DES REPORTS CONFORME A L'HISTORIQUE"
               TO WS-RAPPORT-LIGNE.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           0150-CONTROLER-REGISTRE-FIN.


      *****************************************************************
      *
      *****************************************************************
       0155-CONTROLER-REPORT-DEB.
      *****************************************************************
      * Contrôle d'une classe et d'un trimestre du registre (report
      * WS-IDX-RG, dernier report WS-RG-DERNIER) : pas plus d'un
      * report en ajout, et autant d'enregistrements dans
      * l'historique que le dernier report en a déclaré.
      *****************************************************************
           IF WS-RG-NB-AJOUTS > 1
               ADD 1 TO WS-CPT-REGISTRE-ANOM
               MOVE WS-RG-DATE(WS-RG-DERNIER) TO WS-RG-DATE-TRAV
               STRING "*** TRIMESTRE REPORTE DEUX FOIS: CLASSE "
                   WS-RG-CLASS(WS-IDX-RG) " TRIMESTRE "
                   WS-RG-TERM(WS-IDX-RG) " - " WS-RG-NB-AJOUTS
                   " REPORTS EN AJOUT, DERNIER LE "
                   WS-RG-DATE-JJ "/" WS-RG-DATE-MM "/"
                   WS-RG-DATE-AAAA
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.

      * Enregistrements constatés dans l'historique (0 si la classe
      * ou le trimestre n'y figurent pas)
           MOVE 0 TO WS-RG-NB-CONSTATE.
           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               IF WS-CL-CLASS(WS-IDX-CL) = WS-RG-CLASS(WS-IDX-RG)
                   PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                           UNTIL WS-IDX-TR > WS-TERME-LGHT
                       IF WS-TR-LABEL(WS-IDX-TR) = WS-RG-TERM(WS-IDX-RG)
                           MOVE WS-CL-NB-HISTO(WS-IDX-CL WS-IDX-TR)
                               TO WS-RG-NB-CONSTATE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-RG-NB-CONSTATE NOT = WS-RG-NB-HISTO(WS-RG-DERNIER)
               ADD 1 TO WS-CPT-REGISTRE-ANOM
               STRING "*** HISTORIQUE INCOHERENT: CLASSE "
                   WS-RG-CLASS(WS-IDX-RG) " TRIMESTRE "
                   WS-RG-TERM(WS-IDX-RG) " - "
                   WS-RG-NB-CONSTATE " ENREG. DANS HISTO.DAT, "
                   WS-RG-NB-HISTO(WS-RG-DERNIER) " AU REGISTRE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
                   THRU 0610-ECRIRE-RAPPORT-FIN
           END-IF.
           0155-CONTROLER-REPORT-FIN.


      *****************************************************************
      *
      *****************************************************************
      *****************************************************************
      * Pour chaque élève :
      * - moyenne annuelle de chaque matière = moyenne des notes des
      *   trimestres où une note existe (un trimestre absent, dispensé
      *   ou non noté n'en fait pas partie ; une matière sans aucune
      *   note sort de la moyenne générale)
      * - moyenne annuelle générale = moyenne des moyennes annuelles
      *   de matière, pondérée par les coefficients (aucune matière
      *   notée sur l'année => élève non noté, sans moyenne)
      *****************************************************************
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT
               IF WS-SUM-COEF NOT = 0
                   COMPUTE WS-S-MOYENNE-AN(WS-IDX-S) ROUNDED =
                       WS-SUM-PONDEREE / WS-SUM-COEF
                   MOVE 'Y' TO WS-S-NOTE-SW(WS-IDX-S)
               ELSE
                   MOVE 0 TO WS-S-MOYENNE-AN(WS-IDX-S)
                   MOVE 'N' TO WS-S-NOTE-SW(WS-IDX-S)
               END-IF
           END-PERFORM.
           0300-CALCUL-MOYENNES-FIN.
      * - le rang annuel de chaque élève dans SA classe (1 = meilleure
      *   moyenne, ex aequo => même rang)
      * - l'effectif et la moyenne annuelle de chaque classe
      * Les élèves non notés (cf. 0300) comptent dans l'effectif mais
      * restent hors du classement (rang à zéro) et de la moyenne.
      *****************************************************************
           PERFORM VARYING WS-IDX-S FROM 1 BY 1
                   UNTIL WS-IDX-S > WS-STUDENT-LGHT
               MOVE WS-S-CLASS-IDX(WS-IDX-S) TO WS-IDX-CL
               ADD 1 TO WS-CL-STUDENT-COUNT(WS-IDX-CL)
               MOVE 0 TO WS-S-RANG-AN(WS-IDX-S)

             IF NOT WS-S-NON-NOTE(WS-IDX-S)
               ADD 1 TO WS-CL-NB-NOTES(WS-IDX-CL)
               ADD WS-S-MOYENNE-AN(WS-IDX-S) TO WS-CL-SUM(WS-IDX-CL)

      * Le rang = 1 + nombre d'élèves notés de la même classe ayant
      * une moyenne annuelle strictement supérieure
               MOVE 1 TO WS-S-RANG-AN(WS-IDX-S)
               PERFORM VARYING WS-IDX-S2 FROM 1 BY 1
                       UNTIL WS-IDX-S2 > WS-STUDENT-LGHT
                   IF WS-S-CLASS-IDX(WS-IDX-S2) = WS-IDX-CL
                     AND NOT WS-S-NON-NOTE(WS-IDX-S2)
                     AND WS-S-MOYENNE-AN(WS-IDX-S2)
                         > WS-S-MOYENNE-AN(WS-IDX-S)
                       ADD 1 TO WS-S-RANG-AN(WS-IDX-S)
                   END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               IF WS-CL-NB-NOTES(WS-IDX-CL) NOT = 0
                   COMPUTE WS-CL-AVERAGE(WS-IDX-CL) ROUNDED =
                       WS-CL-SUM(WS-IDX-CL)
                       / WS-CL-NB-NOTES(WS-IDX-CL)
               END-IF
               MOVE WS-CL-AVERAGE(WS-IDX-CL) TO WS-E-AVERAGE
               STRING "CLASSE " WS-CL-CLASS(WS-IDX-CL)
                   "  MOYENNE ANNUELLE: " WS-E-AVERAGE
                   "  EFFECTIF: " WS-CL-STUDENT-COUNT(WS-IDX-CL)
                   "  NOTES: " WS-CL-NB-NOTES(WS-IDX-CL)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               END-STRING
               PERFORM 0610-ECRIRE-RAPPORT-DEB
               MOVE SPACES TO WS-LIGNE-MATIERE
               MOVE WS-SJ-LABEL(WS-IDX-S WS-IDX-SJ) TO WS-LM-LABEL
               MOVE WS-SJ-COEF(WS-IDX-S WS-IDX-SJ) TO WS-LM-COEF
               MOVE 'N' TO WS-MAT-NOTEE-SWITCH
               PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                       UNTIL WS-IDX-TR > 3
                   IF WS-SJ-A-NOTE(WS-IDX-S WS-IDX-SJ WS-IDX-TR)
                       MOVE 'Y' TO WS-MAT-NOTEE-SWITCH
                       MOVE WS-SJ-NOTE(WS-IDX-S WS-IDX-SJ WS-IDX-TR)
                           TO WS-E-NOTE
                       MOVE WS-E-NOTE TO WS-LM-NOTE(WS-IDX-TR)
                   END-IF
                   IF WS-SJ-SANS-NOTE(WS-IDX-S WS-IDX-SJ WS-IDX-TR)
                       MOVE WS-SJ-STATUT(WS-IDX-S WS-IDX-SJ WS-IDX-TR)
                           TO WS-LM-NOTE(WS-IDX-TR)
                   END-IF
               END-PERFORM
      * Matière sans aucune note sur l'année : moyenne laissée à blanc
               IF WS-MAT-NOTEE
                   MOVE WS-SJ-MOY-AN(WS-IDX-S WS-IDX-SJ) TO WS-E-NOTE
                   MOVE WS-E-NOTE TO WS-LM-MOY-AN
               END-IF
               MOVE WS-LIGNE-MATIERE TO WS-LIGNE-SORTIE
               STRING "LIGNE MATIERE: " WS-S-LASTNAME(WS-IDX-S)
                   " " WS-SJ-LABEL(WS-IDX-S WS-IDX-SJ)
                   THRU 0410-ECRIRE-LIGNE-FIN
           END-PERFORM.

      * Ligne blanche puis moyenne annuelle générale et rang annuel -
      * laissés à blanc pour un élève non noté, comme la moyenne
      * d'une matière sans note
           PERFORM 0410-ECRIRE-LIGNE-DEB
               THRU 0410-ECRIRE-LIGNE-FIN.
           IF WS-S-NON-NOTE(WS-IDX-S)
               MOVE "   MOYENNE ANNUELLE:" TO WS-LIGNE-SORTIE
           ELSE
               MOVE WS-S-MOYENNE-AN(WS-IDX-S) TO WS-E-AVERAGE
               STRING "   MOYENNE ANNUELLE: " WS-E-AVERAGE
                   DELIMITED BY SIZE INTO WS-LIGNE-SORTIE
               END-STRING
           END-IF.
           STRING "LIGNE MOYENNE: " WS-S-LASTNAME(WS-IDX-S)
               DELIMITED BY SIZE INTO WS-DERNIERE-LIGNE-SORTIE
           END-STRING.
           PERFORM 0410-ECRIRE-LIGNE-DEB
               THRU 0410-ECRIRE-LIGNE-FIN.
           IF WS-S-NON-NOTE(WS-IDX-S)
               MOVE "   RANG ANNUEL DANS LA CLASSE:" TO WS-LIGNE-SORTIE
           ELSE
               MOVE WS-S-RANG-AN(WS-IDX-S) TO WS-E-RANK
               MOVE WS-CL-NB-NOTES(WS-IDX-CL) TO WS-E-EFFECTIF
               STRING "   RANG ANNUEL DANS LA CLASSE: " WS-E-RANK
                   " / " WS-E-EFFECTIF
                   DELIMITED BY SIZE INTO WS-LIGNE-SORTIE
               END-STRING
           END-IF.
           STRING "LIGNE RANG: " WS-S-LASTNAME(WS-IDX-S)
               DELIMITED BY SIZE INTO WS-DERNIERE-LIGNE-SORTIE
           END-STRING.
      *****************************************************************
      * Ecrit la page de palmarès annuel de la classe WS-IDX-CL en
      * clôture de sa section : tous les élèves par rang annuel
      * croissant, avec la moyenne annuelle, puis les élèves non
      * notés - support du conseil du 3e trimestre pour les
      * décisions de passage.
      *****************************************************************
           IF WS-CL-STUDENT-COUNT(WS-IDX-CL) = 0
               GO TO 0450-PALMARES-ANNUEL-FIN
               THRU 0410-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-CL-NB-NOTES(WS-IDX-CL)
             PERFORM VARYING WS-IDX-S2 FROM 1 BY 1
                     UNTIL WS-IDX-S2 > WS-STUDENT-LGHT
               IF WS-S-CLASS-IDX(WS-IDX-S2) = WS-IDX-CL
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX-S2 FROM 1 BY 1
                   UNTIL WS-IDX-S2 > WS-STUDENT-LGHT
               IF WS-S-CLASS-IDX(WS-IDX-S2) = WS-IDX-CL
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
           0450-PALMARES-ANNUEL-FIN.


      *****************************************************************
      *
      *****************************************************************
       0500-ECRIRE-RESULTATS-DEB.
      *****************************************************************
      * Ecrit resannuel.dat : un enregistrement par élève, classe par
      * classe, avec sa moyenne et son rang annuels et l'effectif de
      * sa classe - c'est la source des résultats de l'année pour le
      * programme de passage (l'édition annuel.dat reste pour le
      * conseil). Une erreur d'écriture arrête proprement le run.
      *****************************************************************
           OPEN OUTPUT F-RESULTATS.
           IF NOT F-RESULTATS-STATUS-OK
               PERFORM 0510-ERREUR-RESULTATS-DEB
                   THRU 0510-ERREUR-RESULTATS-FIN
           END-IF.

           PERFORM VARYING WS-IDX-CL FROM 1 BY 1
                   UNTIL WS-IDX-CL > WS-CLASS-LGHT
               PERFORM VARYING WS-IDX-S FROM 1 BY 1
                       UNTIL WS-IDX-S > WS-STUDENT-LGHT
                   IF WS-S-CLASS-IDX(WS-IDX-S) = WS-IDX-CL
                       MOVE SPACES TO REC-RESULTAT
                       MOVE WS-S-INE(WS-IDX-S)       TO R-RA-INE
                       MOVE WS-S-LASTNAME(WS-IDX-S)  TO R-RA-LASTNAME
                       MOVE WS-S-FIRSTNAME(WS-IDX-S) TO R-RA-FIRSTNAME
                       MOVE WS-CL-CLASS(WS-IDX-CL)   TO R-RA-CLASS
      * (élève non noté : moyenne et rang laissés à blanc)
                       IF NOT WS-S-NON-NOTE(WS-IDX-S)
                           MOVE WS-S-MOYENNE-AN(WS-IDX-S)
                               TO R-RA-MOYENNE
                           MOVE WS-S-RANG-AN(WS-IDX-S)
                               TO R-RA-RANG
                       END-IF
                       MOVE WS-CL-STUDENT-COUNT(WS-IDX-CL)
                           TO R-RA-EFFECTIF
                       WRITE REC-RESULTAT
                       IF NOT F-RESULTATS-STATUS-OK
                           PERFORM 0510-ERREUR-RESULTATS-DEB
                               THRU 0510-ERREUR-RESULTATS-FIN
                       END-IF
                       ADD 1 TO WS-CPT-RESULTATS
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE F-RESULTATS.
           0500-ECRIRE-RESULTATS-FIN.


      *****************************************************************
      *
      *****************************************************************
       0510-ERREUR-RESULTATS-DEB.
      *****************************************************************
      * Erreur d'ouverture ou d'écriture sur resannuel.dat : statut
      * tracé au rapport puis arrêt propre du run (un fichier de
      * résultats incomplet fausserait le passage).
      *****************************************************************
           DISPLAY "*** ERREUR SUR RESANNUEL.DAT - STATUT: "
               F-RESULTATS-STATUS.
           STRING "*** ERREUR SUR RESANNUEL.DAT - STATUT: "
               F-RESULTATS-STATUS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           CLOSE F-RESULTATS.
           PERFORM 0630-ABANDON-RUN-DEB
               THRU 0630-ABANDON-RUN-FIN.
           0510-ERREUR-RESULTATS-FIN.


      *****************************************************************
      *
      *****************************************************************
           STRING "ENREGISTREMENTS D'HISTORIQUE LUS: "
               WS-CPT-HISTO-LUS
               "  IGNORES: " WS-CPT-HISTO-IGNORES
               "  NON NOTES (ABS/DISP/NN): " WS-CPT-HISTO-NON-NOTES
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
           PERFORM 0610-ECRIRE-RAPPORT-DEB
               THRU 0610-ECRIRE-RAPPORT-FIN.
           STRING "BULLETINS ANNUELS ECRITS: " WS-CPT-BULLETINS
               "  RESULTATS ECRITS (RESANNUEL.DAT): " WS-CPT-RESULTATS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
           END-STRING.
           PERFORM 0610-ECRIRE-RAPPORT-DEB
