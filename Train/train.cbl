           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CHARGE-STATUS.

           SELECT F-TARIFS ASSIGN TO 'tarifs.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-TARIFS-STATUS.

           SELECT F-RECETTE ASSIGN TO 'recettes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RECETTE-STATUS.

           SELECT F-REPLAN ASSIGN TO 'plan-reacheminement.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-REPLAN-STATUS.

           SELECT F-BOARD ASSIGN DYNAMIC WS-BOARD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-QUAIS-STATUS.

           SELECT F-RAMES ASSIGN TO 'rames.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-RAMES-STATUS.

           SELECT F-AFFECT ASSIGN TO 'affectations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-AFFECT-STATUS.

           SELECT F-ROULEMENT ASSIGN TO 'rames-roulement.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-ROULEMENT-STATUS.

           SELECT F-QCONF ASSIGN TO 'quai-conflits.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-VALID-STATUS.

           SELECT F-OD-STOPS ASSIGN TO 'stops.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-OD-STOPS-STATUS.

           SELECT F-OD-ROUTES ASSIGN TO 'routes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-OD-ROUTES-STATUS.

           SELECT F-OD-TRIPS ASSIGN TO 'trips.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-OD-TRIPS-STATUS.

           SELECT F-OD-TIMES ASSIGN TO 'stop_times.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-OD-TIMES-STATUS.

           SELECT F-OD-CAL ASSIGN TO 'calendar.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-OD-CAL-STATUS.

           SELECT F-OD-RESUME ASSIGN TO 'opendata-resume.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-OD-RESUME-STATUS.

           SELECT F-PARAM ASSIGN TO 'train.par'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
            RECORDING MODE IS F.
       01  REC-CHARGE            PIC X(100) VALUE SPACE.

      * grille tarifaire : prix d'une place par categorie et par
      * tranche de longueur de trajet, mesuree en heures (TRAIN-NBRE-
      * HEURES, base H) ou en nombre d'arrets voyageurs (base A) ;
      * la tranche retenue est la plus petite borne qui couvre le
      * trajet. Lignes commencant par * = commentaires.
       FD  F-TARIFS
	 	    RECORD CONTAINS 30 CHARACTERS
            RECORDING MODE IS F.
       01  REC-TARIF.
           03 TAR-CATEGORY       PIC X(03).
           03 TAR-BASE           PIC X(01).
              88 TAR-BASE-HEURES VALUE 'H'.
              88 TAR-BASE-ARRETS VALUE 'A'.
           03 TAR-MAX            PIC 9(02).
           03 TAR-PRIX           PIC 9(04)V99.
           03 FILLER             PIC X(18).

      * rapport des recettes par service, par gare de depart et par
      * categorie, avec la recette en risque des services annules
       FD  F-RECETTE
	 	    RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  REC-RECETTE           PIC X(100) VALUE SPACE.

      * plan de reacheminement des voyageurs des services annules
      * ou fortement retardes
       FD  F-REPLAN
	 	    RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  REC-REPLAN            PIC X(120) VALUE SPACE.

      * tableau des departs d'une gare (un fichier par gare de
      * depart, nom construit dans WS-BOARD-NAME)
       FD  F-BOARD
           03 QUAI-AVANT         PIC 9(03).
           03 QUAI-APRES         PIC 9(03).

      * parc des rames : identifiant, categorie et nombre de places
       FD  F-RAMES
	 	    RECORD CONTAINS 30 CHARACTERS
            RECORDING MODE IS F.
       01  REC-RAME.
           03 RAME-ID            PIC X(06).
           03 RAME-CATEGORY      PIC X(03).
           03 RAME-PLACES        PIC 9(04).
           03 FILLER             PIC X(17).

      * affectation du jour des rames aux services : gare et heure de
      * depart planifiee (meme cle que le planning) et rame ; deux
      * rames sur le meme service = service en unites multiples
       FD  F-AFFECT
	 	    RECORD CONTAINS 30 CHARACTERS
            RECORDING MODE IS F.
       01  REC-AFFECT.
           03 AFF-STATION        PIC X(18).
           03 AFF-TIME.
              05 AFF-TIME-HH     PIC 99.
              05 AFF-TIME-MM     PIC 99.
           03 AFF-RAME           PIC X(06).
           03 FILLER             PIC X(02).

      * feuilles de service par rame et controle du roulement
       FD  F-ROULEMENT
	 	    RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  REC-ROULEMENT         PIC X(100) VALUE SPACE.

      * rapport des conflits d'occupation de voie et liste des
      * services sans voie affectee
       FD  F-QCONF
            RECORDING MODE IS F.
       01  REC-VALID             PIC X(100) VALUE SPACE.

      * export open data des horaires pour les partenaires
      * (calculateurs d'itineraires, site voyageurs) : fichiers texte
      * separes par des virgules, une ligne d'en-tete par fichier
       FD  F-OD-STOPS
	 	    RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  REC-OD-STOP           PIC X(120) VALUE SPACE.

       FD  F-OD-ROUTES
	 	    RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  REC-OD-ROUTE          PIC X(120) VALUE SPACE.

       FD  F-OD-TRIPS
	 	    RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  REC-OD-TRIP           PIC X(120) VALUE SPACE.

       FD  F-OD-TIMES
	 	    RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  REC-OD-TIME           PIC X(120) VALUE SPACE.

       FD  F-OD-CAL
	 	    RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  REC-OD-CAL            PIC X(120) VALUE SPACE.

       FD  F-OD-RESUME
	 	    RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  REC-OD-RESUME         PIC X(120) VALUE SPACE.

      * cartes parametres train.par : MOT-CLE puis valeur
       FD  F-PARAM
	 	    RECORD CONTAINS 80 CHARACTERS
          03 WS-CAND-VFROM         PIC X(08).
          03 WS-CAND-VTO           PIC X(08).

      * export open data (OPEN-DATA dans train.par) : identifiants
      * S + rang de la gare dans stations.dat, T/C + rang du service
      * dans train1.dat, ligne = categorie ; compteurs par fichier
      * (lignes d'en-tete non comprises)
       01 REC-OD-STOPS-STATUS  PIC X(02) VALUE SPACE.
       01 REC-OD-ROUTES-STATUS PIC X(02) VALUE SPACE.
       01 REC-OD-TRIPS-STATUS  PIC X(02) VALUE SPACE.
       01 REC-OD-TIMES-STATUS  PIC X(02) VALUE SPACE.
       01 REC-OD-CAL-STATUS    PIC X(02) VALUE SPACE.
       01 REC-OD-RESUME-STATUS PIC X(02) VALUE SPACE.
       01 WS-OD-MODE           PIC X(03) VALUE 'NON'.
           88 WS-OD-MODE-YES           VALUE 'OUI'.
       01 WS-OD-CPT-STOPS      PIC 9(05) VALUE 0.
       01 WS-OD-CPT-ROUTES     PIC 9(05) VALUE 0.
       01 WS-OD-CPT-TRIPS      PIC 9(05) VALUE 0.
       01 WS-OD-CPT-TIMES      PIC 9(05) VALUE 0.
       01 WS-OD-CPT-CAL        PIC 9(05) VALUE 0.
       01 WS-OD-IGNORES        PIC 9(05) VALUE 0.
       01 WS-OD-ANNULES        PIC 9(05) VALUE 0.
       01 WS-OD-CAT-IDX        PIC 9     VALUE 0.
       01 WS-OD-CAT-TAB.
          03 WS-OD-CAT OCCURS 3 TIMES.
             05 WS-OD-C-LIB     PIC X(03).
             05 WS-OD-C-NOM     PIC X(30).
             05 WS-OD-C-USED    PIC X(01).
       01 WS-OD-DEP-IDX        PIC 99    VALUE 0.
       01 WS-OD-LAST           PIC 99    VALUE 0.
       01 WS-OD-SEQ            PIC 99    VALUE 0.
       01 WS-OD-SEQ-ED         PIC Z9.
       01 WS-OD-MIN            PIC 9(05) VALUE 0.
       01 WS-OD-HMS.
          03 WS-OD-HMS-HH      PIC 99    VALUE 0.
          03 FILLER            PIC X     VALUE ':'.
          03 WS-OD-HMS-MM      PIC 99    VALUE 0.
          03 FILLER            PIC X(03) VALUE ':00'.
       01 WS-OD-H-DEP          PIC X(08) VALUE SPACE.
       01 WS-OD-H-ARR          PIC X(08) VALUE SPACE.
       01 WS-OD-TRIP-ID        PIC X(04) VALUE SPACE.
       01 WS-OD-SVC-ID         PIC X(04) VALUE SPACE.
       01 WS-OD-STOP-ID        PIC X(03) VALUE SPACE.
       01 WS-OD-JOURS.
          03 WS-OD-JOUR OCCURS 7 TIMES PIC X(01).
       01 WS-OD-J              PIC 9     VALUE 0.
       01 WS-OD-DEBUT          PIC X(08) VALUE SPACE.
       01 WS-OD-FROM           PIC X(08) VALUE SPACE.
       01 WS-OD-TO             PIC X(08) VALUE SPACE.
       01 WS-OD-PTR            PIC 9(03) VALUE 1.

       01 WS-CATEGORY-FILTER   PIC X(03) VALUE 'TOU'.
       01 WS-NOMBREDETRAJET    PIC 99    VALUE ZERO.

       01 WS-CNX-COUNT         PIC 9(03) VALUE 0.
       01 WS-CNX-H1            PIC X(05) VALUE SPACE.
       01 WS-CNX-H2            PIC X(05) VALUE SPACE.
      * mode reacheminement : les itineraires trouves sont retenus
      * comme propositions au lieu d'etre edites dans Train3.dat
       01 WS-CNX-REBOOK        PIC X(01) VALUE 'N'.
           88 WS-CNX-REBOOK-YES        VALUE 'Y'.

      * reservations chargees en parallele du planning (meme indice)
       01 REC-RESA-STATUS      PIC X(02) VALUE SPACE.
            03 WS-RESA-SOLD          PIC 9(04).
            03 WS-RESA-CAP           PIC 9(04).

      * perturbations du jour, en parallele du planning : code de
      * l'amendement (ANN/RET), retard cumule, heure de depart
      * planifiee en minutes, places libres restant a attribuer
       01 WS-IMP-TABLE.
         02 WS-IMP-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-LINECOUNTER.
            03 WS-IMP-CODE           PIC X(03).
            03 WS-IMP-DELAY          PIC 9(04).
            03 WS-IMP-PLAN           PIC 9(04).
            03 WS-IMP-LIBRE          PIC 9(04).

      * travail du plan de reacheminement : seuil de retard en
      * minutes (carte RETARD-SEUIL de train.par), service perturbe
      * courant, fenetre de depart des propositions, propositions
      * retenues par la recherche de correspondances
       01 REC-REPLAN-STATUS    PIC X(02) VALUE SPACE.
       01 WS-IMP-SEUIL         PIC 9(04) VALUE 60.
       01 WS-IMP-IDX           PIC 9(02) VALUE 0.
       01 WS-IMP-TERM          PIC 99    VALUE 0.
       01 WS-IMP-VOY           PIC 9(04) VALUE 0.
       01 WS-IMP-RESTE         PIC 9(04) VALUE 0.
       01 WS-IMP-FROM-MIN      PIC 9(05) VALUE 0.
       01 WS-IMP-LIMIT         PIC 9(05) VALUE 0.
       01 WS-IMP-DEP           PIC 9(05) VALUE 0.
       01 WS-IMP-LIB           PIC 9(04) VALUE 0.
       01 WS-IMP-MOVE          PIC 9(04) VALUE 0.
       01 WS-IMP-APRES         PIC 9(04) VALUE 0.
       01 WS-IMP-NB-SVC        PIC 9(03) VALUE 0.
       01 WS-IMP-T-VOY         PIC 9(06) VALUE 0.
       01 WS-IMP-T-MOVE        PIC 9(06) VALUE 0.
       01 WS-IMP-T-RESTE       PIC 9(06) VALUE 0.
       01 WS-IMP-T-BORD        PIC 9(06) VALUE 0.
       01 WS-IMP-MOTIF         PIC X(16) VALUE SPACE.
       01 WS-OPT-COUNT         PIC 9(02) VALUE 0.
       01 WS-OPT-I             PIC 9(02) VALUE 0.
       01 WS-OPT-J             PIC 9(02) VALUE 0.
       01 WS-OPT-TAB.
          03 WS-OPT OCCURS 99 TIMES.
             05 WS-OPT-T1       PIC 9(02).
             05 WS-OPT-T2       PIC 9(02).
             05 WS-OPT-P        PIC 9(02).
             05 WS-OPT-DEP      PIC 9(05).
       01 WS-OPT-TMP.
          03 WS-OPT-TMP-T1     PIC 9(02).
          03 WS-OPT-TMP-T2     PIC 9(02).
          03 WS-OPT-TMP-P      PIC 9(02).
          03 WS-OPT-TMP-DEP    PIC 9(05).

      * travail du rapport de charge (cumuls 1=TGV 2=COR 3=TER)
       01 WS-CHG-PCT           PIC 9(03) VALUE 0.
       01 WS-CHG-IDX           PIC 9     VALUE 0.
             05 WS-CHG-T-SOLD   PIC 9(06).
             05 WS-CHG-T-CAP    PIC 9(06).

      * grille tarifaire chargee en memoire (tarifs.dat absent =
      * pas de rapport des recettes)
       01 REC-TARIFS-STATUS    PIC X(02) VALUE SPACE.
       01 REC-RECETTE-STATUS   PIC X(02) VALUE SPACE.
       01 WS-TAR-FINI          PIC X(3)  VALUE 'NON'.
       01 WS-TAR-COUNT         PIC 9(02) VALUE 0.
       01 WS-TAR-IDX           PIC 9(02) VALUE 0.
       01 WS-TAR-FOUND         PIC X(01) VALUE 'N'.
           88 WS-TAR-FOUND-YES         VALUE 'Y'.
       01 WS-TAR-ARRETS        PIC 9(02) VALUE 0.
       01 WS-TAR-VAL           PIC 9(02) VALUE 0.
       01 WS-TAR-BEST-MAX      PIC 9(02) VALUE 0.
       01 WS-TAR-PRIX-U        PIC 9(04)V99 VALUE 0.
       01 WS-TAR-TABLE.
         02 WS-TAR-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-TAR-COUNT.
            03 WS-TAR-CAT            PIC X(03).
            03 WS-TAR-BASE           PIC X(01).
            03 WS-TAR-MAX            PIC 9(02).
            03 WS-TAR-PRIX           PIC 9(04)V99.

      * travail du rapport des recettes : cumuls par categorie
      * (1=TGV 2=COR 3=TER, comme le rapport de charge), par gare de
      * depart et pour le reseau ; les places des services annules
      * ne sont pas encaissees, elles vont en recette en risque
       01 WS-REC-MONTANT       PIC 9(08)V99 VALUE 0.
       01 WS-REC-MOY           PIC 9(04)V99 VALUE 0.
       01 WS-REC-SANS-TARIF    PIC 9(03) VALUE 0.
       01 WS-REC-ANNULES       PIC 9(03) VALUE 0.
       01 WS-REC-IDX           PIC 9(03) VALUE 0.
       01 WS-REC-STA-COUNT     PIC 9(02) VALUE 0.
       01 WS-REC-FOUND         PIC X(01) VALUE 'N'.
           88 WS-REC-FOUND-YES         VALUE 'Y'.
       01 WS-REC-CAT-TAB.
          03 WS-REC-CAT OCCURS 3 TIMES.
             05 WS-REC-C-LIB    PIC X(03).
             05 WS-REC-C-SOLD   PIC 9(06).
             05 WS-REC-C-MT     PIC 9(09)V99.
             05 WS-REC-C-RISQUE PIC 9(09)V99.
       01 WS-REC-STA-TAB.
          03 WS-REC-STA OCCURS 1 TO 99 TIMES
                DEPENDING ON WS-REC-STA-COUNT.
             05 WS-REC-S-NAME   PIC X(18).
             05 WS-REC-S-SOLD   PIC 9(06).
             05 WS-REC-S-MT     PIC 9(09)V99.
             05 WS-REC-S-RISQUE PIC 9(09)V99.
       01 WS-REC-TOTAL.
          03 WS-REC-T-SOLD     PIC 9(06) VALUE 0.
          03 WS-REC-T-MT       PIC 9(09)V99 VALUE 0.
          03 WS-REC-T-RISQUE   PIC 9(09)V99 VALUE 0.
      * ligne de cumul a editer (gare, categorie ou reseau)
       01 WS-REC-LIGNE.
          03 WS-REC-L-LIB      PIC X(18) VALUE SPACE.
          03 WS-REC-L-SOLD     PIC 9(06) VALUE 0.
          03 WS-REC-L-MT       PIC 9(09)V99 VALUE 0.
          03 WS-REC-L-RISQUE   PIC 9(09)V99 VALUE 0.
       01 WS-REC-PRIX-ED       PIC Z(3)9.99.
       01 WS-REC-MT-ED         PIC Z(8)9.99.
       01 WS-REC-RISQUE-ED     PIC Z(8)9.99.
       01 WS-REC-MOY-ED        PIC Z(3)9.99.

      * voies affectees, chargees en parallele du planning (meme
      * indice), sur les horaires planifies comme les reservations
       01 REC-QUAIS-STATUS     PIC X(02) VALUE SPACE.
            03 WS-QUAI-AVANT         PIC 9(03).
            03 WS-QUAI-APRES         PIC 9(03).

      * roulement des rames : parc (rames.dat) et affectations du
      * jour (affectations.dat), rattachees aux horaires planifies
      * comme les voies ; retournement minimal par categorie de rame
      * en minutes (cartes RETOURNEMENT-TGV/-COR/-TER de train.par)
       01 REC-RAMES-STATUS     PIC X(02) VALUE SPACE.
       01 REC-AFFECT-STATUS    PIC X(02) VALUE SPACE.
       01 REC-ROULEMENT-STATUS PIC X(02) VALUE SPACE.
       01 WS-RAM-FINI          PIC X(3)  VALUE 'NON'.
       01 WS-RAM-MIN-TGV       PIC 9(03) VALUE 30.
       01 WS-RAM-MIN-COR       PIC 9(03) VALUE 20.
       01 WS-RAM-MIN-TER       PIC 9(03) VALUE 15.
       01 WS-RAM-MIN           PIC 9(03) VALUE 0.
       01 WS-RAM-COUNT         PIC 9(02) VALUE 0.
       01 WS-RAM-IDX           PIC 9(02) VALUE 0.
       01 WS-RAM-FOUND         PIC X(01) VALUE 'N'.
           88 WS-RAM-FOUND-YES         VALUE 'Y'.
       01 WS-RAM-TABLE.
         02 WS-RAM-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-RAM-COUNT.
            03 WS-RAM-ID             PIC X(06).
            03 WS-RAM-CAT            PIC X(03).
            03 WS-RAM-PLACES         PIC 9(04).
       01 WS-AFF-COUNT         PIC 9(02) VALUE 0.
       01 WS-AFF-IDX           PIC 9(02) VALUE 0.
       01 WS-AFF-TABLE.
         02 WS-AFF-ENTRY OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-AFF-COUNT.
            03 WS-AFF-RAME           PIC 9(02).
            03 WS-AFF-TRAIN          PIC 9(02).
      * places offertes par service (somme des rames affectees),
      * en parallele du planning
       01 WS-RAM-SVC-TABLE.
         02 WS-RAM-SVC-CAP OCCURS 1 TO 99 TIMES
               DEPENDING ON WS-LINECOUNTER PIC 9(05).

      * travail des feuilles de service : affectations d'une rame
      * triees par heure de depart amendee, position de la rame
      * apres chaque service (terminus et heure d'arrivee)
       01 WS-RAM-NB            PIC 9(02) VALUE 0.
       01 WS-RAM-I             PIC 9(02) VALUE 0.
       01 WS-RAM-J             PIC 9(02) VALUE 0.
       01 WS-RAM-K             PIC 9(02) VALUE 0.
       01 WS-RAM-TMP           PIC 9(02) VALUE 0.
       01 WS-RAM-T             PIC 9(02) VALUE 0.
       01 WS-RAM-T2            PIC 9(02) VALUE 0.
       01 WS-RAM-SEQ-TAB.
          03 WS-RAM-SEQ OCCURS 99 TIMES PIC 9(02).
       01 WS-RAM-DEP           PIC 9(05) VALUE 0.
       01 WS-RAM-ARR           PIC 9(05) VALUE 0.
       01 WS-RAM-PREV-ARR      PIC 9(05) VALUE 0.
       01 WS-RAM-PREV-STA      PIC X(18) VALUE SPACE.
       01 WS-RAM-PREV-OK       PIC X(01) VALUE 'N'.
           88 WS-RAM-PREV-OK-YES       VALUE 'Y'.
       01 WS-RAM-TERM          PIC X(18) VALUE SPACE.
       01 WS-RAM-ECART         PIC 9(05) VALUE 0.
       01 WS-RAM-ANOM          PIC 9(03) VALUE 0.
       01 WS-RAM-ANOM-MSG      PIC X(70) VALUE SPACE.
       01 WS-RAM-H-ARR         PIC X(05) VALUE SPACE.

      * travail du rapport des conflits d'occupation de voie
       01 WS-QC-I              PIC 9(02) VALUE 0.
       01 WS-QC-J              PIC 9(02) VALUE 0.
               DISPLAY "PARAMETRE VALIDATION = " WS-VALID-MODE
               DISPLAY "PARAMETRE PONCTUALITE-MOIS = " WS-KPI-MOIS
               DISPLAY "PARAMETRE TABLEAU-GARES = " WS-BOARD-MODE
               DISPLAY "PARAMETRE OPEN-DATA = " WS-OD-MODE
               DISPLAY "PARAMETRE RETARD-SEUIL = " WS-IMP-SEUIL
               DISPLAY "PARAMETRE RETOURNEMENT-TGV = " WS-RAM-MIN-TGV
               DISPLAY "PARAMETRE RETOURNEMENT-COR = " WS-RAM-MIN-COR
               DISPLAY "PARAMETRE RETOURNEMENT-TER = " WS-RAM-MIN-TER

      * mode validation : le planning candidat est controle et le
      * rapport remplace l'edition du jour
      * les voies sont rattachees elles aussi aux horaires planifies
               PERFORM LOAD-PLATFORMS

      * les affectations de rames aussi (parc puis affectations)
               PERFORM LOAD-ROLLING-STOCK

      * les amendements du controle regional (Train2.dat) sont
      * appliques au planning avant la boucle d'edition
               PERFORM LOAD-AMENDMENTS

               PERFORM WRITE-CHARGE-REPORT

      * recettes par service, gare et categorie, sur la grille
      * tarifaire quand elle existe
               PERFORM LOAD-FARES
               IF WS-TAR-COUNT > 0
                   PERFORM WRITE-REVENUE-REPORT THRU WRITE-REVENUE-FIN
               END-IF

      * voyageurs des services annules ou fortement retardes et
      * plan de reacheminement sur les services suivants
               PERFORM WRITE-REBOOKING-PLAN

      * conflits d'occupation de voie, sur les horaires amendes
               PERFORM WRITE-QUAI-REPORT

      * roulement des rames sur les horaires amendes, quand des
      * affectations du jour existent
               IF WS-AFF-COUNT > 0
                   PERFORM WRITE-ROSTER-REPORT
               END-IF

      * rapport mensuel de ponctualite sur demande
               IF WS-KPI-MOIS NOT = SPACE
                   PERFORM WRITE-KPI-REPORT
               END-IF

      * export open data des horaires, apres les amendements
               IF WS-OD-MODE-YES
                   PERFORM EXPORT-OPEN-DATA
               END-IF

      * tableaux des departs par gare, tries par heure amendee
               IF WS-BOARD-MODE-YES
                   PERFORM WRITE-BOARDS
                           WHEN 'TABLEAU-GARES'
                               MOVE PARAM-VALUE(1:3)
                                  TO WS-BOARD-MODE
                           WHEN 'RETARD-SEUIL'
                               MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                  TO WS-IMP-SEUIL
                           WHEN 'OPEN-DATA'
                               MOVE PARAM-VALUE(1:3)
                                  TO WS-OD-MODE
                           WHEN 'RETOURNEMENT-TGV'
                               MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                  TO WS-RAM-MIN-TGV
                           WHEN 'RETOURNEMENT-COR'
                               MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                  TO WS-RAM-MIN-COR
                           WHEN 'RETOURNEMENT-TER'
                               MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                  TO WS-RAM-MIN-TER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               MOVE 'Y' TO WS-PONCT-OK
           END-IF.

           SET TIMING TO 1.
           PERFORM UNTIL TIMING > WS-LINECOUNTER
               MOVE SPACE TO WS-IMP-CODE(TIMING)
               MOVE 0 TO WS-IMP-DELAY(TIMING)
               MOVE 0 TO WS-IMP-PLAN(TIMING)
               MOVE 0 TO WS-IMP-LIBRE(TIMING)
               ADD 1 TO TIMING
           END-PERFORM.

           MOVE 'NON' TO WS-AM-FINI.
           OPEN INPUT F-TRAIN2.
           IF REC-TRAIN2-STATUS NOT = '00'

           EVALUATE TRUE
               WHEN AM-ANNULATION
                   IF WS-IMP-CODE(WS-AM-IDX) = SPACE
                       COMPUTE WS-IMP-PLAN(WS-AM-IDX) =
                          WS-TRAIN-TIME-HH(WS-AM-IDX) * 60
                          + WS-TRAIN-TIME-MM(WS-AM-IDX)
                   END-IF
                   MOVE 'ANN' TO WS-IMP-CODE(WS-AM-IDX)
                   MOVE 'ANNULE' TO WS-TRAIN-AMEND(WS-AM-IDX)
                   MOVE 0 TO WS-PH-DELAY
                   PERFORM APPEND-PONCT
                      THRU APPEND-PONCT-FIN
               WHEN AM-RETARD
                   IF WS-IMP-CODE(WS-AM-IDX) = SPACE
                       COMPUTE WS-IMP-PLAN(WS-AM-IDX) =
                          WS-TRAIN-TIME-HH(WS-AM-IDX) * 60
                          + WS-TRAIN-TIME-MM(WS-AM-IDX)
                       MOVE 'RET' TO WS-IMP-CODE(WS-AM-IDX)
                   END-IF
                   ADD AM-VALUE TO WS-IMP-DELAY(WS-AM-IDX)
                   COMPUTE WS-DEP-MIN =
                      WS-TRAIN-TIME-HH(WS-AM-IDX) * 60
                      + WS-TRAIN-TIME-MM(WS-AM-IDX) + AM-VALUE
           IF WS-CNX-TO-IDX > 10
               CONTINUE
           ELSE
               PERFORM CNX-SCAN
           END-IF
           END-IF.

           END-IF.
           EXIT.

      * parcourt les trains au depart de WS-CNX-FROM qui circulent
      * vers la gare d'indice WS-CNX-TO-IDX ; en reacheminement, seuls
      * les departs de la fenetre du service perturbe sont retenus
       CNX-SCAN.
           PERFORM VARYING WS-CNX-T1 FROM 1 BY 1
              UNTIL WS-CNX-T1 = WS-LINECOUNTER
               IF WS-STATION-DEPART(WS-CNX-T1) = WS-CNX-FROM
                  AND WS-TRAIN-AMEND(WS-CNX-T1) NOT = 'ANNULE'
                   MOVE WS-CNX-T1 TO TIMING
                   PERFORM CHECK-OPERATING
                      THRU CHECK-OPERATING-FIN
                   IF WS-OPERATES-YES AND WS-CNX-REBOOK-YES
                       PERFORM REBOOK-CHECK-T1
                   END-IF
                   IF WS-OPERATES-YES
                       PERFORM CNX-TRY-T1
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      * examine le train WS-CNX-T1 au depart de l'origine : dessert-il
      * la destination (direct), sinon chacune de ses gares d'arret
      * devient un point de correspondance possible
                  ' A ' DELIMITED BY SIZE
                  WS-CNX-H1 DELIMITED BY SIZE
                  INTO FS-LINE
               IF WS-CNX-REBOOK-YES
                   MOVE 0 TO WS-CNX-T2
                   PERFORM REBOOK-ADD-OPTION
               ELSE
                   PERFORM WRITE-T3-LINE
               END-IF
           END-IF.

           COMPUTE WS-CNX-ARR1 = WS-TRAIN-TIME-HH(WS-CNX-T1) * 60
                              ' A ' DELIMITED BY SIZE
                              WS-CNX-H2 DELIMITED BY SIZE
                              INTO FS-LINE
                           IF WS-CNX-REBOOK-YES
                               PERFORM REBOOK-ADD-OPTION
                           ELSE
                               PERFORM WRITE-T3-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      * plan de reacheminement : chaque service annule, ou retarde
      * d'au moins WS-IMP-SEUIL minutes, dont des places sont vendues
      * (train-resa.dat) ; la recherche de correspondances propose
      * les services suivants de la journee vers le meme terminus,
      * directs ou en correspondance, dans l'ordre des departs, tant
      * qu'il reste des places libres. Les places attribuees sont
      * retirees des places libres pour les services perturbes
      * suivants ; le reliquat ne peut pas etre reachemine ce jour.
       WRITE-REBOOKING-PLAN.
           SET TIMING TO 1.
           PERFORM UNTIL TIMING = WS-LINECOUNTER
               IF WS-RESA-PRESENT(TIMING) = 'Y'
                  AND WS-RESA-CAP(TIMING) > WS-RESA-SOLD(TIMING)
                  AND WS-TRAIN-AMEND(TIMING) NOT = 'ANNULE'
                   COMPUTE WS-IMP-LIBRE(TIMING) =
                      WS-RESA-CAP(TIMING) - WS-RESA-SOLD(TIMING)
               ELSE
                   MOVE 0 TO WS-IMP-LIBRE(TIMING)
               END-IF
               ADD 1 TO TIMING
           END-PERFORM.
           MOVE 0 TO WS-IMP-NB-SVC.
           MOVE 0 TO WS-IMP-T-VOY.
           MOVE 0 TO WS-IMP-T-MOVE.
           MOVE 0 TO WS-IMP-T-RESTE.
           MOVE 0 TO WS-IMP-T-BORD.

           OPEN OUTPUT F-REPLAN.
           MOVE SPACE TO REC-REPLAN.
           STRING 'PLAN DE REACHEMINEMENT - SERVICES ANNULES OU '
              DELIMITED BY SIZE
              'RETARDES DE ' DELIMITED BY SIZE
              WS-IMP-SEUIL DELIMITED BY SIZE
              ' MN ET PLUS' DELIMITED BY SIZE
              INTO REC-REPLAN.
           WRITE REC-REPLAN.
           MOVE ALL '-' TO REC-REPLAN.
           WRITE REC-REPLAN.

           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
              UNTIL WS-IMP-IDX = WS-LINECOUNTER
               IF WS-IMP-CODE(WS-IMP-IDX) = 'ANN'
                  OR (WS-IMP-CODE(WS-IMP-IDX) = 'RET'
                     AND WS-IMP-DELAY(WS-IMP-IDX) NOT < WS-IMP-SEUIL)
                   PERFORM REBOOK-SERVICE THRU REBOOK-SERVICE-FIN
               END-IF
           END-PERFORM.

           IF WS-IMP-NB-SVC = 0
               MOVE SPACE TO REC-REPLAN
               MOVE 'AUCUN SERVICE PERTURBE' TO REC-REPLAN
               WRITE REC-REPLAN
           END-IF.
           MOVE ALL '-' TO REC-REPLAN.
           WRITE REC-REPLAN.
           MOVE SPACE TO REC-REPLAN.
           STRING 'SERVICES PERTURBES ' DELIMITED BY SIZE
              WS-IMP-NB-SVC DELIMITED BY SIZE
              ' VOYAGEURS TOUCHES ' DELIMITED BY SIZE
              WS-IMP-T-VOY DELIMITED BY SIZE
              ' REACHEMINES ' DELIMITED BY SIZE
              WS-IMP-T-MOVE DELIMITED BY SIZE
              ' RESTES A BORD ' DELIMITED BY SIZE
              WS-IMP-T-BORD DELIMITED BY SIZE
              ' SANS SOLUTION CE JOUR ' DELIMITED BY SIZE
              WS-IMP-T-RESTE DELIMITED BY SIZE
              INTO REC-REPLAN.
           WRITE REC-REPLAN.
           CLOSE F-REPLAN.
           EXIT.

      * un service perturbe (indice WS-IMP-IDX) : voyageurs touches,
      * propositions et reliquat
       REBOOK-SERVICE.
           ADD 1 TO WS-IMP-NB-SVC.
           MOVE 0 TO WS-IMP-VOY.
           IF WS-RESA-PRESENT(WS-IMP-IDX) = 'Y'
               MOVE WS-RESA-SOLD(WS-IMP-IDX) TO WS-IMP-VOY
           END-IF.
           MOVE WS-IMP-VOY TO WS-IMP-RESTE.
           ADD WS-IMP-VOY TO WS-IMP-T-VOY.

      * destination = terminus (dernier arret voyageurs)
           MOVE 0 TO WS-IMP-TERM.
           PERFORM VARYING WS-HALT-IDX FROM 1 BY 1
              UNTIL WS-HALT-IDX > 10
                 OR WS-HALT-IDX > WS-STATION-COUNT
               IF WS-TRAIN-STOPS(WS-IMP-IDX)(WS-HALT-IDX:1) = 'H'
                   MOVE WS-HALT-IDX TO WS-IMP-TERM
               END-IF
           END-PERFORM.

           DIVIDE WS-IMP-PLAN(WS-IMP-IDX) BY 60
              GIVING WS-PNT-HEURE-HH REMAINDER WS-PNT-HEURE-MM.
           MOVE SPACE TO WS-HALT-STATION.
           IF WS-IMP-TERM > 0
               MOVE WS-STATION-NAME(WS-IMP-TERM) TO WS-HALT-STATION
           END-IF.
           IF WS-IMP-CODE(WS-IMP-IDX) = 'ANN'
               MOVE 'ANNULE' TO WS-IMP-MOTIF
           ELSE
               MOVE SPACE TO WS-IMP-MOTIF
               STRING 'RETARD +' DELIMITED BY SIZE
                  WS-IMP-DELAY(WS-IMP-IDX) DELIMITED BY SIZE
                  ' MN' DELIMITED BY SIZE
                  INTO WS-IMP-MOTIF
           END-IF.
           MOVE SPACE TO REC-REPLAN.
           WRITE REC-REPLAN.
           STRING WS-RECORD-TYPE(WS-IMP-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-STATION-DEPART(WS-IMP-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-PNT-HEURE DELIMITED BY SIZE
              ' -> ' DELIMITED BY SIZE
              WS-HALT-STATION DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-IMP-MOTIF DELIMITED BY SIZE
              ' VOYAGEURS ' DELIMITED BY SIZE
              WS-IMP-VOY DELIMITED BY SIZE
              INTO REC-REPLAN.
           WRITE REC-REPLAN.

           IF WS-IMP-VOY = 0
               MOVE SPACE TO REC-REPLAN
               MOVE '  AUCUNE PLACE VENDUE' TO REC-REPLAN
               WRITE REC-REPLAN
               GO TO REBOOK-SERVICE-FIN
           END-IF.

           IF WS-IMP-TERM > 0
      * fenetre : a partir de l'heure planifiee du service ; pour un
      * retard, avant son depart retarde (au-dela, autant l'attendre)
               MOVE WS-IMP-PLAN(WS-IMP-IDX) TO WS-IMP-FROM-MIN
               IF WS-IMP-CODE(WS-IMP-IDX) = 'RET'
                   COMPUTE WS-IMP-LIMIT =
                      WS-TRAIN-TIME-HH(WS-IMP-IDX) * 60
                      + WS-TRAIN-TIME-MM(WS-IMP-IDX)
               ELSE
                   MOVE 1440 TO WS-IMP-LIMIT
               END-IF
               MOVE WS-STATION-DEPART(WS-IMP-IDX) TO WS-CNX-FROM
               MOVE WS-IMP-TERM TO WS-CNX-TO-IDX
               MOVE 0 TO WS-CNX-COUNT
               MOVE 0 TO WS-OPT-COUNT
               MOVE 'Y' TO WS-CNX-REBOOK
               PERFORM CNX-SCAN
               MOVE 'N' TO WS-CNX-REBOOK
               PERFORM REBOOK-SORT-OPTIONS
               PERFORM VARYING WS-OPT-I FROM 1 BY 1
                  UNTIL WS-OPT-I > WS-OPT-COUNT
                     OR WS-IMP-RESTE = 0
                   PERFORM REBOOK-ALLOCATE
               END-PERFORM
           END-IF.

      * sur un retard, le reliquat voyage sur le service retarde
           IF WS-IMP-RESTE > 0
              AND WS-IMP-CODE(WS-IMP-IDX) = 'RET'
               ADD WS-IMP-RESTE TO WS-IMP-T-BORD
               MOVE SPACE TO REC-REPLAN
               STRING '  RESTENT SUR LE SERVICE RETARDE : '
                  DELIMITED BY SIZE
                  WS-IMP-RESTE DELIMITED BY SIZE
                  ' VOYAGEURS' DELIMITED BY SIZE
                  INTO REC-REPLAN
               WRITE REC-REPLAN
               MOVE 0 TO WS-IMP-RESTE
           END-IF.
           IF WS-IMP-RESTE > 0
               ADD WS-IMP-RESTE TO WS-IMP-T-RESTE
               MOVE SPACE TO REC-REPLAN
               STRING '  SANS SOLUTION CE JOUR : ' DELIMITED BY SIZE
                  WS-IMP-RESTE DELIMITED BY SIZE
                  ' VOYAGEURS' DELIMITED BY SIZE
                  INTO REC-REPLAN
               WRITE REC-REPLAN
           END-IF.
       REBOOK-SERVICE-FIN.
           EXIT.

      * premier troncon WS-CNX-T1 acceptable pour le reacheminement :
      * autre service, au depart dans la fenetre du service perturbe
       REBOOK-CHECK-T1.
           COMPUTE WS-IMP-DEP = WS-TRAIN-TIME-HH(WS-CNX-T1) * 60
              + WS-TRAIN-TIME-MM(WS-CNX-T1).
           IF WS-CNX-T1 = WS-IMP-IDX
              OR WS-IMP-DEP < WS-IMP-FROM-MIN
              OR WS-IMP-DEP NOT < WS-IMP-LIMIT
               MOVE 'N' TO WS-OPERATES
           END-IF.
           EXIT.

      * retient l'itineraire trouve (WS-CNX-T1, puis WS-CNX-T2 via la
      * gare WS-CNX-P, ou direct si WS-CNX-T2 = 0)
       REBOOK-ADD-OPTION.
           IF WS-OPT-COUNT < 99
              AND WS-CNX-T2 NOT = WS-IMP-IDX
               ADD 1 TO WS-OPT-COUNT
               MOVE WS-CNX-T1 TO WS-OPT-T1(WS-OPT-COUNT)
               MOVE WS-CNX-T2 TO WS-OPT-T2(WS-OPT-COUNT)
               MOVE WS-CNX-P TO WS-OPT-P(WS-OPT-COUNT)
               COMPUTE WS-OPT-DEP(WS-OPT-COUNT) =
                  WS-TRAIN-TIME-HH(WS-CNX-T1) * 60
                  + WS-TRAIN-TIME-MM(WS-CNX-T1)
           END-IF.
           EXIT.

      * propositions par heure de depart croissante, les directs avant
      * les correspondances a heure egale (tri par echanges)
       REBOOK-SORT-OPTIONS.
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
              UNTIL WS-OPT-I >= WS-OPT-COUNT
               PERFORM VARYING WS-OPT-J FROM 1 BY 1
                  UNTIL WS-OPT-J > WS-OPT-COUNT - WS-OPT-I
                   IF WS-OPT-DEP(WS-OPT-J) > WS-OPT-DEP(WS-OPT-J + 1)
                      OR (WS-OPT-DEP(WS-OPT-J)
                            = WS-OPT-DEP(WS-OPT-J + 1)
                         AND WS-OPT-T2(WS-OPT-J) > 0
                         AND WS-OPT-T2(WS-OPT-J + 1) = 0)
                       MOVE WS-OPT(WS-OPT-J) TO WS-OPT-TMP
                       MOVE WS-OPT(WS-OPT-J + 1) TO WS-OPT(WS-OPT-J)
                       MOVE WS-OPT-TMP TO WS-OPT(WS-OPT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.

      * attribue des places sur la proposition WS-OPT-I : places libres
      * du service direct, ou du plus charge des deux troncons
       REBOOK-ALLOCATE.
           MOVE WS-IMP-LIBRE(WS-OPT-T1(WS-OPT-I)) TO WS-IMP-LIB.
           IF WS-OPT-T2(WS-OPT-I) > 0
              AND WS-IMP-LIBRE(WS-OPT-T2(WS-OPT-I)) < WS-IMP-LIB
               MOVE WS-IMP-LIBRE(WS-OPT-T2(WS-OPT-I)) TO WS-IMP-LIB
           END-IF.
           IF WS-IMP-LIB > 0
               IF WS-IMP-RESTE < WS-IMP-LIB
                   MOVE WS-IMP-RESTE TO WS-IMP-MOVE
               ELSE
                   MOVE WS-IMP-LIB TO WS-IMP-MOVE
               END-IF
               SUBTRACT WS-IMP-MOVE FROM WS-IMP-RESTE
               SUBTRACT WS-IMP-MOVE FROM WS-IMP-LIB
                  GIVING WS-IMP-APRES
               SUBTRACT WS-IMP-MOVE
                  FROM WS-IMP-LIBRE(WS-OPT-T1(WS-OPT-I))
               IF WS-OPT-T2(WS-OPT-I) > 0
                   SUBTRACT WS-IMP-MOVE
                      FROM WS-IMP-LIBRE(WS-OPT-T2(WS-OPT-I))
               END-IF
               ADD WS-IMP-MOVE TO WS-IMP-T-MOVE

               MOVE WS-TRAIN-TIME-HH(WS-OPT-T1(WS-OPT-I))
                  TO WS-PNT-HEURE-HH
               MOVE WS-TRAIN-TIME-MM(WS-OPT-T1(WS-OPT-I))
                  TO WS-PNT-HEURE-MM
               MOVE WS-PNT-HEURE TO WS-CNX-H1
               MOVE SPACE TO REC-REPLAN
               IF WS-OPT-T2(WS-OPT-I) = 0
                   STRING '  DIRECT ' DELIMITED BY SIZE
                      WS-RECORD-TYPE(WS-OPT-T1(WS-OPT-I))
                      DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CNX-H1 DELIMITED BY SIZE
                      INTO REC-REPLAN
               ELSE
                   MOVE WS-TRAIN-TIME-HH(WS-OPT-T2(WS-OPT-I))
                      TO WS-PNT-HEURE-HH
                   MOVE WS-TRAIN-TIME-MM(WS-OPT-T2(WS-OPT-I))
                      TO WS-PNT-HEURE-MM
                   MOVE WS-PNT-HEURE TO WS-CNX-H2
                   STRING '  VIA ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STATION-NAME(WS-OPT-P(WS-OPT-I)))
                      DELIMITED BY SIZE
                      ' : ' DELIMITED BY SIZE
                      WS-RECORD-TYPE(WS-OPT-T1(WS-OPT-I))
                      DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CNX-H1 DELIMITED BY SIZE
                      ' PUIS ' DELIMITED BY SIZE
                      WS-RECORD-TYPE(WS-OPT-T2(WS-OPT-I))
                      DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CNX-H2 DELIMITED BY SIZE
                      INTO REC-REPLAN
               END-IF
               STRING 'PLACES LIBRES ' DELIMITED BY SIZE
                  WS-IMP-LIB DELIMITED BY SIZE
                  ' A TRANSFERER ' DELIMITED BY SIZE
                  WS-IMP-MOVE DELIMITED BY SIZE
                  ' RESTANT APRES ' DELIMITED BY SIZE
                  WS-IMP-APRES DELIMITED BY SIZE
                  INTO REC-REPLAN(50:71)
               WRITE REC-REPLAN
           END-IF.
           EXIT.

      * charge le fichier des reservations (absent = pas de donnees
      * commerciales aujourd'hui) : chaque enregistrement est rattache
      * au train de meme gare de depart et meme heure de depart
           END-IF.
           EXIT.

      * charge la grille tarifaire (fichier absent = pas de rapport
      * des recettes), table bornee a 99 tranches
       LOAD-FARES.
           MOVE 0 TO WS-TAR-COUNT.
           MOVE 'NON' TO WS-TAR-FINI.
           OPEN INPUT F-TARIFS.
           IF REC-TARIFS-STATUS NOT = '00'
               MOVE 'OUI' TO WS-TAR-FINI
           END-IF.
           PERFORM UNTIL WS-TAR-FINI = 'OUI'
               READ F-TARIFS
                   AT END
                       MOVE 'OUI' TO WS-TAR-FINI
                   NOT AT END
                       IF REC-TARIF(1:1) NOT = '*'
                          AND WS-TAR-COUNT < 99
                           ADD 1 TO WS-TAR-COUNT
                           MOVE TAR-CATEGORY
                              TO WS-TAR-CAT(WS-TAR-COUNT)
                           MOVE TAR-BASE TO WS-TAR-BASE(WS-TAR-COUNT)
                           MOVE TAR-MAX TO WS-TAR-MAX(WS-TAR-COUNT)
                           MOVE TAR-PRIX TO WS-TAR-PRIX(WS-TAR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF REC-TARIFS-STATUS = '00' OR = '10'
               CLOSE F-TARIFS
           END-IF.
           EXIT.

      * prix d'une place du train TIMING : parmi les tranches de sa
      * categorie qui couvrent le trajet (heures ou arrets voyageurs
      * selon la base de la tranche), la plus petite borne l'emporte
       FIND-FARE.
           MOVE 'N' TO WS-TAR-FOUND.
           MOVE 0 TO WS-TAR-PRIX-U.
           MOVE 0 TO WS-TAR-BEST-MAX.
           MOVE 0 TO WS-TAR-ARRETS.
           INSPECT WS-TRAIN-STOPS(TIMING)
              TALLYING WS-TAR-ARRETS FOR ALL 'H'.
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
              UNTIL WS-TAR-IDX > WS-TAR-COUNT
               IF WS-TAR-CAT(WS-TAR-IDX) = WS-RECORD-TYPE(TIMING)
                   IF WS-TAR-BASE(WS-TAR-IDX) = 'A'
                       MOVE WS-TAR-ARRETS TO WS-TAR-VAL
                   ELSE
                       MOVE WS-TRAIN-NBRE-HEURES(TIMING) TO WS-TAR-VAL
                   END-IF
                   IF WS-TAR-VAL NOT > WS-TAR-MAX(WS-TAR-IDX)
                      AND (NOT WS-TAR-FOUND-YES
                         OR WS-TAR-MAX(WS-TAR-IDX) < WS-TAR-BEST-MAX)
                       MOVE 'Y' TO WS-TAR-FOUND
                       MOVE WS-TAR-MAX(WS-TAR-IDX) TO WS-TAR-BEST-MAX
                       MOVE WS-TAR-PRIX(WS-TAR-IDX) TO WS-TAR-PRIX-U
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      * rapport des recettes : une ligne par train reserve (places
      * vendues x prix de la tranche), puis les cumuls par gare de
      * depart, par categorie et pour le reseau avec la recette
      * moyenne par place vendue ; un train annule par Train2.dat
      * n'encaisse rien, sa recette est signalee EN RISQUE
       WRITE-REVENUE-REPORT.
           OPEN OUTPUT F-RECETTE.
           IF REC-RECETTE-STATUS NOT = '00'
               DISPLAY 'ERROR REVENUE FILE ' REC-RECETTE-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO WRITE-REVENUE-FIN
           END-IF.
           MOVE SPACE TO REC-RECETTE.
           MOVE 'RECETTES PAR SERVICE' TO REC-RECETTE.
           IF WS-REPORT-DATE NOT = SPACE
               STRING 'RECETTES PAR SERVICE DU ' DELIMITED BY SIZE
                  WS-REPORT-DATE(7:2) '/' WS-REPORT-DATE(5:2) '/'
                  WS-REPORT-DATE(1:4) DELIMITED BY SIZE
                  INTO REC-RECETTE
           END-IF.
           WRITE REC-RECETTE.
           MOVE ALL '-' TO REC-RECETTE.
           WRITE REC-RECETTE.

           MOVE 'TGV' TO WS-REC-C-LIB(1).
           MOVE 'COR' TO WS-REC-C-LIB(2).
           MOVE 'TER' TO WS-REC-C-LIB(3).
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX > 3
               MOVE 0 TO WS-REC-C-SOLD(WS-CHG-IDX)
               MOVE 0 TO WS-REC-C-MT(WS-CHG-IDX)
               MOVE 0 TO WS-REC-C-RISQUE(WS-CHG-IDX)
           END-PERFORM.
           MOVE 0 TO WS-REC-STA-COUNT.
           MOVE 0 TO WS-REC-T-SOLD.
           MOVE 0 TO WS-REC-T-MT.
           MOVE 0 TO WS-REC-T-RISQUE.
           MOVE 0 TO WS-REC-SANS-TARIF.
           MOVE 0 TO WS-REC-ANNULES.

           SET TIMING TO 1.
           PERFORM UNTIL TIMING = WS-LINECOUNTER
               IF WS-RESA-PRESENT(TIMING) = 'Y'
                   PERFORM REVENUE-LINE THRU REVENUE-LINE-FIN
               END-IF
               ADD 1 TO TIMING
           END-PERFORM.

           MOVE ALL '-' TO REC-RECETTE.
           WRITE REC-RECETTE.
           MOVE SPACE TO REC-RECETTE.
           MOVE 'PAR GARE DE DEPART :' TO REC-RECETTE.
           WRITE REC-RECETTE.
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
              UNTIL WS-REC-IDX > WS-REC-STA-COUNT
               MOVE WS-REC-S-NAME(WS-REC-IDX) TO WS-REC-L-LIB
               MOVE WS-REC-S-SOLD(WS-REC-IDX) TO WS-REC-L-SOLD
               MOVE WS-REC-S-MT(WS-REC-IDX) TO WS-REC-L-MT
               MOVE WS-REC-S-RISQUE(WS-REC-IDX) TO WS-REC-L-RISQUE
               PERFORM REVENUE-TOTAL-LINE
           END-PERFORM.

           MOVE ALL '-' TO REC-RECETTE.
           WRITE REC-RECETTE.
           MOVE SPACE TO REC-RECETTE.
           MOVE 'PAR CATEGORIE :' TO REC-RECETTE.
           WRITE REC-RECETTE.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX > 3
               MOVE WS-REC-C-LIB(WS-CHG-IDX) TO WS-REC-L-LIB
               MOVE WS-REC-C-SOLD(WS-CHG-IDX) TO WS-REC-L-SOLD
               MOVE WS-REC-C-MT(WS-CHG-IDX) TO WS-REC-L-MT
               MOVE WS-REC-C-RISQUE(WS-CHG-IDX) TO WS-REC-L-RISQUE
               PERFORM REVENUE-TOTAL-LINE
           END-PERFORM.

           MOVE ALL '-' TO REC-RECETTE.
           WRITE REC-RECETTE.
           MOVE 'TOTAL RESEAU' TO WS-REC-L-LIB.
           MOVE WS-REC-T-SOLD TO WS-REC-L-SOLD.
           MOVE WS-REC-T-MT TO WS-REC-L-MT.
           MOVE WS-REC-T-RISQUE TO WS-REC-L-RISQUE.
           PERFORM REVENUE-TOTAL-LINE.
           MOVE SPACE TO REC-RECETTE.
           STRING 'SERVICES ANNULES ' DELIMITED BY SIZE
              WS-REC-ANNULES DELIMITED BY SIZE
              ' SERVICES SANS TARIF ' DELIMITED BY SIZE
              WS-REC-SANS-TARIF DELIMITED BY SIZE
              INTO REC-RECETTE.
           WRITE REC-RECETTE.
           CLOSE F-RECETTE.
       WRITE-REVENUE-FIN.
           EXIT.

      * recette du train TIMING et ventilation dans les cumuls ; un
      * train sans tranche tarifaire part en exception
       REVENUE-LINE.
           PERFORM FIND-FARE.
           MOVE WS-TRAIN-TIME-HH(TIMING) TO WS-PNT-HEURE-HH.
           MOVE WS-TRAIN-TIME-MM(TIMING) TO WS-PNT-HEURE-MM.
           MOVE SPACE TO REC-RECETTE.

           IF NOT WS-TAR-FOUND-YES
               ADD 1 TO WS-REC-SANS-TARIF
               STRING WS-RECORD-TYPE(TIMING) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STATION-DEPART(TIMING) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PNT-HEURE DELIMITED BY SIZE
                  ' VENDUS ' DELIMITED BY SIZE
                  WS-RESA-SOLD(TIMING) DELIMITED BY SIZE
                  ' SANS TARIF' DELIMITED BY SIZE
                  INTO REC-RECETTE
               WRITE REC-RECETTE
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE SPACE TO REC-EXCEPT
               STRING "SERVICE SANS TARIF : (" DELIMITED BY SIZE
                  WS-RECORD-TYPE(TIMING) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATION-DEPART(TIMING) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRAIN-TIME(TIMING) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REC-EXCEPT
               WRITE REC-EXCEPT
               GO TO REVENUE-LINE-FIN
           END-IF.

           COMPUTE WS-REC-MONTANT = WS-RESA-SOLD(TIMING)
              * WS-TAR-PRIX-U.
           MOVE WS-TAR-PRIX-U TO WS-REC-PRIX-ED.
           MOVE WS-REC-MONTANT TO WS-REC-MT-ED.
           STRING WS-RECORD-TYPE(TIMING) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-STATION-DEPART(TIMING) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-PNT-HEURE DELIMITED BY SIZE
              ' VENDUS ' DELIMITED BY SIZE
              WS-RESA-SOLD(TIMING) DELIMITED BY SIZE
              ' PRIX ' DELIMITED BY SIZE
              WS-REC-PRIX-ED DELIMITED BY SIZE
              ' RECETTE ' DELIMITED BY SIZE
              WS-REC-MT-ED DELIMITED BY SIZE
              INTO REC-RECETTE.
           IF WS-TRAIN-AMEND(TIMING) = 'ANNULE'
               MOVE '*** ANNULE - EN RISQUE' TO REC-RECETTE(77:22)
           END-IF.
           WRITE REC-RECETTE.

           EVALUATE WS-RECORD-TYPE(TIMING)
               WHEN 'TGV'
                   MOVE 1 TO WS-CHG-IDX
               WHEN 'COR'
                   MOVE 2 TO WS-CHG-IDX
               WHEN 'TER'
                   MOVE 3 TO WS-CHG-IDX
               WHEN OTHER
                   MOVE 0 TO WS-CHG-IDX
           END-EVALUATE.
           PERFORM REC-FIND-STATION.

           IF WS-TRAIN-AMEND(TIMING) = 'ANNULE'
               ADD 1 TO WS-REC-ANNULES
               IF WS-REC-IDX > 0
                   ADD WS-REC-MONTANT TO WS-REC-S-RISQUE(WS-REC-IDX)
               END-IF
               ADD WS-REC-MONTANT TO WS-REC-T-RISQUE
               IF WS-CHG-IDX > 0
                   ADD WS-REC-MONTANT TO WS-REC-C-RISQUE(WS-CHG-IDX)
               END-IF
           ELSE
               IF WS-REC-IDX > 0
                   ADD WS-RESA-SOLD(TIMING)
                      TO WS-REC-S-SOLD(WS-REC-IDX)
                   ADD WS-REC-MONTANT TO WS-REC-S-MT(WS-REC-IDX)
               END-IF
               ADD WS-RESA-SOLD(TIMING) TO WS-REC-T-SOLD
               ADD WS-REC-MONTANT TO WS-REC-T-MT
               IF WS-CHG-IDX > 0
                   ADD WS-RESA-SOLD(TIMING)
                      TO WS-REC-C-SOLD(WS-CHG-IDX)
                   ADD WS-REC-MONTANT TO WS-REC-C-MT(WS-CHG-IDX)
               END-IF
           END-IF.
       REVENUE-LINE-FIN.
           EXIT.

      * indice de la gare de depart du train TIMING dans la table des
      * recettes, creee au premier passage ; indice dans WS-REC-IDX,
      * 0 si la table est pleine (la gare ne figure pas aux cumuls)
       REC-FIND-STATION.
           MOVE 'N' TO WS-REC-FOUND.
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
              UNTIL WS-REC-IDX > WS-REC-STA-COUNT
                 OR WS-REC-FOUND-YES
               IF WS-REC-S-NAME(WS-REC-IDX) = WS-STATION-DEPART(TIMING)
                   MOVE 'Y' TO WS-REC-FOUND
                   SUBTRACT 1 FROM WS-REC-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-REC-FOUND-YES
               IF WS-REC-STA-COUNT < 99
                   ADD 1 TO WS-REC-STA-COUNT
                   MOVE WS-REC-STA-COUNT TO WS-REC-IDX
                   MOVE WS-STATION-DEPART(TIMING)
                      TO WS-REC-S-NAME(WS-REC-IDX)
                   MOVE 0 TO WS-REC-S-SOLD(WS-REC-IDX)
                   MOVE 0 TO WS-REC-S-MT(WS-REC-IDX)
                   MOVE 0 TO WS-REC-S-RISQUE(WS-REC-IDX)
               ELSE
                   MOVE 0 TO WS-REC-IDX
               END-IF
           END-IF.
           EXIT.

      * une ligne de cumul (WS-REC-LIGNE) : places vendues, recette
      * encaissee, recette moyenne par place vendue, recette en risque
       REVENUE-TOTAL-LINE.
           IF WS-REC-L-SOLD > 0
               COMPUTE WS-REC-MOY ROUNDED = WS-REC-L-MT / WS-REC-L-SOLD
           ELSE
               MOVE 0 TO WS-REC-MOY
           END-IF.
           MOVE WS-REC-L-MT TO WS-REC-MT-ED.
           MOVE WS-REC-MOY TO WS-REC-MOY-ED.
           MOVE WS-REC-L-RISQUE TO WS-REC-RISQUE-ED.
           MOVE SPACE TO REC-RECETTE.
           STRING '  ' DELIMITED BY SIZE
              WS-REC-L-LIB DELIMITED BY SIZE
              ' VENDUS ' DELIMITED BY SIZE
              WS-REC-L-SOLD DELIMITED BY SIZE
              ' RECETTE ' DELIMITED BY SIZE
              WS-REC-MT-ED DELIMITED BY SIZE
              ' MOY/PLACE ' DELIMITED BY SIZE
              WS-REC-MOY-ED DELIMITED BY SIZE
              ' EN RISQUE ' DELIMITED BY SIZE
              WS-REC-RISQUE-ED DELIMITED BY SIZE
              INTO REC-RECETTE.
           WRITE REC-RECETTE.
           EXIT.

      * tableaux d'affichage : un fichier par gare de depart (comme
      * l'eclatement par region de copyclient), departs tries par
      * heure amendee croissante, avec categorie, dessertes, heure et
           WRITE REC-QCONF.
           EXIT.

      * charge le parc des rames puis les affectations du jour
      * (fichiers absents = pas de controle du roulement) ; une
      * affectation sans train ou sans rame connue part en exception
       LOAD-ROLLING-STOCK.
           MOVE 0 TO WS-RAM-COUNT.
           MOVE 0 TO WS-AFF-COUNT.
           SET TIMING TO 1.
           PERFORM UNTIL TIMING > WS-LINECOUNTER
               MOVE 0 TO WS-RAM-SVC-CAP(TIMING)
               ADD 1 TO TIMING
           END-PERFORM.

           MOVE 'NON' TO WS-RAM-FINI.
           OPEN INPUT F-RAMES.
           IF REC-RAMES-STATUS NOT = '00'
               MOVE 'OUI' TO WS-RAM-FINI
           END-IF.
           PERFORM UNTIL WS-RAM-FINI = 'OUI'
               READ F-RAMES
                   AT END
                       MOVE 'OUI' TO WS-RAM-FINI
                   NOT AT END
                       IF REC-RAME(1:1) NOT = '*'
                          AND WS-RAM-COUNT < 99
                           ADD 1 TO WS-RAM-COUNT
                           MOVE RAME-ID TO WS-RAM-ID(WS-RAM-COUNT)
                           MOVE RAME-CATEGORY
                              TO WS-RAM-CAT(WS-RAM-COUNT)
                           MOVE RAME-PLACES
                              TO WS-RAM-PLACES(WS-RAM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF REC-RAMES-STATUS = '00' OR = '10'
               CLOSE F-RAMES
           END-IF.

           MOVE 'NON' TO WS-RAM-FINI.
           OPEN INPUT F-AFFECT.
           IF REC-AFFECT-STATUS NOT = '00'
               MOVE 'OUI' TO WS-RAM-FINI
           END-IF.
           PERFORM UNTIL WS-RAM-FINI = 'OUI'
               READ F-AFFECT
                   AT END
                       MOVE 'OUI' TO WS-RAM-FINI
                   NOT AT END
                       PERFORM APPLY-ASSIGNMENT
                          THRU APPLY-ASSIGNMENT-FIN
               END-READ
           END-PERFORM.
           IF REC-AFFECT-STATUS = '00' OR = '10'
               CLOSE F-AFFECT
           END-IF.
           EXIT.

       APPLY-ASSIGNMENT.
           MOVE 'N' TO WS-AM-FOUND.
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
              UNTIL WS-AM-IDX >= WS-LINECOUNTER
                 OR WS-AM-FOUND-YES
               IF WS-STATION-DEPART(WS-AM-IDX) = AFF-STATION
                  AND WS-TRAIN-TIME(WS-AM-IDX) = AFF-TIME
                   MOVE 'Y' TO WS-AM-FOUND
                   SUBTRACT 1 FROM WS-AM-IDX
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-RAM-FOUND.
           PERFORM VARYING WS-RAM-IDX FROM 1 BY 1
              UNTIL WS-RAM-IDX > WS-RAM-COUNT
                 OR WS-RAM-FOUND-YES
               IF WS-RAM-ID(WS-RAM-IDX) = AFF-RAME
                   MOVE 'Y' TO WS-RAM-FOUND
                   SUBTRACT 1 FROM WS-RAM-IDX
               END-IF
           END-PERFORM.

           IF NOT WS-AM-FOUND-YES
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE SPACE TO REC-EXCEPT
               STRING "AFFECTATION RAME SANS TRAIN : ("
                  DELIMITED BY SIZE
                  AFF-STATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AFF-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AFF-RAME DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REC-EXCEPT
               WRITE REC-EXCEPT
               GO TO APPLY-ASSIGNMENT-FIN
           END-IF.

           IF NOT WS-RAM-FOUND-YES
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE SPACE TO REC-EXCEPT
               STRING "AFFECTATION RAME INCONNUE : (" DELIMITED BY SIZE
                  AFF-RAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AFF-STATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AFF-TIME DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REC-EXCEPT
               WRITE REC-EXCEPT
               GO TO APPLY-ASSIGNMENT-FIN
           END-IF.

           IF WS-AFF-COUNT < 99
               ADD 1 TO WS-AFF-COUNT
               MOVE WS-RAM-IDX TO WS-AFF-RAME(WS-AFF-COUNT)
               MOVE WS-AM-IDX TO WS-AFF-TRAIN(WS-AFF-COUNT)
               ADD WS-RAM-PLACES(WS-RAM-IDX)
                  TO WS-RAM-SVC-CAP(WS-AM-IDX)
           END-IF.
       APPLY-ASSIGNMENT-FIN.
           EXIT.

      * controle du roulement sur les horaires amendes : une feuille
      * de service par rame (services tries par heure de depart), la
      * rame devant repartir de la gare ou l'a laissee son service
      * precedent, apres le retournement minimal de sa categorie et
      * sans chevaucher ce service ; puis les services dont les
      * places offertes sont inferieures a la capacite reservee.
      * Comme pour les correspondances, la rame est supposee finir au
      * terminus (dernier arret voyageurs) a l'heure d'arrivee.
       WRITE-ROSTER-REPORT.
           MOVE 0 TO WS-RAM-ANOM.
           OPEN OUTPUT F-ROULEMENT.
           MOVE SPACE TO REC-ROULEMENT.
           IF WS-REPORT-DATE NOT = SPACE
               STRING 'FEUILLES DE SERVICE DES RAMES DU '
                  DELIMITED BY SIZE
                  WS-REPORT-DATE(7:2) '/' WS-REPORT-DATE(5:2) '/'
                  WS-REPORT-DATE(1:4) DELIMITED BY SIZE
                  INTO REC-ROULEMENT
           ELSE
               MOVE 'FEUILLES DE SERVICE ET CONTROLE DU ROULEMENT DES '
                  & 'RAMES' TO REC-ROULEMENT
           END-IF.
           WRITE REC-ROULEMENT.
           MOVE ALL '-' TO REC-ROULEMENT.
           WRITE REC-ROULEMENT.

           PERFORM VARYING WS-RAM-IDX FROM 1 BY 1
              UNTIL WS-RAM-IDX > WS-RAM-COUNT
               PERFORM ROSTER-ONE-UNIT
           END-PERFORM.

           MOVE ALL '-' TO REC-ROULEMENT.
           WRITE REC-ROULEMENT.
           MOVE SPACE TO REC-ROULEMENT.
           MOVE 'CAPACITE OFFERTE INFERIEURE A LA CAPACITE RESERVEE :'
              TO REC-ROULEMENT.
           WRITE REC-ROULEMENT.
           SET TIMING TO 1.
           PERFORM UNTIL TIMING = WS-LINECOUNTER
               IF WS-RESA-PRESENT(TIMING) = 'Y'
                  AND WS-RAM-SVC-CAP(TIMING) > 0
                  AND WS-RAM-SVC-CAP(TIMING) < WS-RESA-CAP(TIMING)
                  AND WS-TRAIN-AMEND(TIMING) NOT = 'ANNULE'
                   ADD 1 TO WS-RAM-ANOM
                   MOVE WS-TRAIN-TIME-HH(TIMING) TO WS-PNT-HEURE-HH
                   MOVE WS-TRAIN-TIME-MM(TIMING) TO WS-PNT-HEURE-MM
                   MOVE SPACE TO REC-ROULEMENT
                   STRING '  ' DELIMITED BY SIZE
                      WS-RECORD-TYPE(TIMING) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-STATION-DEPART(TIMING) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PNT-HEURE DELIMITED BY SIZE
                      ' PLACES OFFERTES ' DELIMITED BY SIZE
                      WS-RAM-SVC-CAP(TIMING) DELIMITED BY SIZE
                      ' CAPACITE RESERVEE ' DELIMITED BY SIZE
                      WS-RESA-CAP(TIMING) DELIMITED BY SIZE
                      INTO REC-ROULEMENT
                   WRITE REC-ROULEMENT
               END-IF
               ADD 1 TO TIMING
           END-PERFORM.

           MOVE ALL '-' TO REC-ROULEMENT.
           WRITE REC-ROULEMENT.
           MOVE SPACE TO REC-ROULEMENT.
           STRING 'RAMES ' DELIMITED BY SIZE
              WS-RAM-COUNT DELIMITED BY SIZE
              ' AFFECTATIONS ' DELIMITED BY SIZE
              WS-AFF-COUNT DELIMITED BY SIZE
              ' ANOMALIES ' DELIMITED BY SIZE
              WS-RAM-ANOM DELIMITED BY SIZE
              INTO REC-ROULEMENT.
           WRITE REC-ROULEMENT.
           CLOSE F-ROULEMENT.
           EXIT.

      * feuille de service de la rame WS-RAM-IDX
       ROSTER-ONE-UNIT.
      * affectations de la rame, puis tri par heure amendee (meme tri
      * par echanges que les tableaux des departs)
           MOVE 0 TO WS-RAM-NB.
           PERFORM VARYING WS-AFF-IDX FROM 1 BY 1
              UNTIL WS-AFF-IDX > WS-AFF-COUNT
               IF WS-AFF-RAME(WS-AFF-IDX) = WS-RAM-IDX
                   ADD 1 TO WS-RAM-NB
                   MOVE WS-AFF-IDX TO WS-RAM-SEQ(WS-RAM-NB)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RAM-I FROM 1 BY 1
              UNTIL WS-RAM-I >= WS-RAM-NB
               PERFORM VARYING WS-RAM-J FROM 1 BY 1
                  UNTIL WS-RAM-J > WS-RAM-NB - WS-RAM-I
                   COMPUTE WS-RAM-K = WS-RAM-J + 1
                   MOVE WS-AFF-TRAIN(WS-RAM-SEQ(WS-RAM-J)) TO WS-RAM-T
                   MOVE WS-AFF-TRAIN(WS-RAM-SEQ(WS-RAM-K)) TO WS-RAM-T2
                   IF WS-TRAIN-TIME(WS-RAM-T) > WS-TRAIN-TIME(WS-RAM-T2)
                       MOVE WS-RAM-SEQ(WS-RAM-J) TO WS-RAM-TMP
                       MOVE WS-RAM-SEQ(WS-RAM-K) TO WS-RAM-SEQ(WS-RAM-J)
                       MOVE WS-RAM-TMP TO WS-RAM-SEQ(WS-RAM-K)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EVALUATE WS-RAM-CAT(WS-RAM-IDX)
               WHEN 'TGV'
                   MOVE WS-RAM-MIN-TGV TO WS-RAM-MIN
               WHEN 'COR'
                   MOVE WS-RAM-MIN-COR TO WS-RAM-MIN
               WHEN 'TER'
                   MOVE WS-RAM-MIN-TER TO WS-RAM-MIN
               WHEN OTHER
                   MOVE 0 TO WS-RAM-MIN
           END-EVALUATE.

           MOVE SPACE TO REC-ROULEMENT.
           WRITE REC-ROULEMENT.
           STRING 'RAME ' DELIMITED BY SIZE
              WS-RAM-ID(WS-RAM-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-RAM-CAT(WS-RAM-IDX) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-RAM-PLACES(WS-RAM-IDX) DELIMITED BY SIZE
              ' PLACES - RETOURNEMENT MINIMAL ' DELIMITED BY SIZE
              WS-RAM-MIN DELIMITED BY SIZE
              ' MN' DELIMITED BY SIZE
              INTO REC-ROULEMENT.
           WRITE REC-ROULEMENT.
           IF WS-RAM-NB = 0
               MOVE SPACE TO REC-ROULEMENT
               MOVE '  SANS AFFECTATION CE JOUR' TO REC-ROULEMENT
               WRITE REC-ROULEMENT
           END-IF.

           MOVE 'N' TO WS-RAM-PREV-OK.
           PERFORM VARYING WS-RAM-I FROM 1 BY 1
              UNTIL WS-RAM-I > WS-RAM-NB
               MOVE WS-AFF-TRAIN(WS-RAM-SEQ(WS-RAM-I)) TO WS-RAM-T
               PERFORM ROSTER-DUTY-LINE THRU ROSTER-DUTY-LINE-FIN
           END-PERFORM.
           EXIT.

      * un service de la feuille (train WS-RAM-T) et ses controles
      * par rapport au service precedent de la rame ; un train
      * annule ou qui ne circule pas ce jour ne deplace pas la rame
       ROSTER-DUTY-LINE.
           MOVE WS-RAM-T TO TIMING.
           PERFORM ROSTER-TERMINUS.
           COMPUTE WS-RAM-DEP = WS-TRAIN-TIME-HH(WS-RAM-T) * 60
              + WS-TRAIN-TIME-MM(WS-RAM-T).
           COMPUTE WS-RAM-ARR = WS-RAM-DEP
              + WS-TRAIN-NBRE-HEURES(WS-RAM-T) * 60.
           PERFORM ARRIVAL-TIME.
           MOVE WS-ARR-HH TO WS-PNT-HEURE-HH.
           MOVE WS-ARR-MM TO WS-PNT-HEURE-MM.
           MOVE WS-PNT-HEURE TO WS-RAM-H-ARR.
           MOVE WS-TRAIN-TIME-HH(WS-RAM-T) TO WS-PNT-HEURE-HH.
           MOVE WS-TRAIN-TIME-MM(WS-RAM-T) TO WS-PNT-HEURE-MM.
           MOVE SPACE TO REC-ROULEMENT.
           STRING '  ' DELIMITED BY SIZE
              WS-PNT-HEURE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-RECORD-TYPE(WS-RAM-T) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-STATION-DEPART(WS-RAM-T) DELIMITED BY SIZE
              ' -> ' DELIMITED BY SIZE
              WS-RAM-H-ARR DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-RAM-TERM DELIMITED BY SIZE
              INTO REC-ROULEMENT.
           IF WS-J-DAYS > 0
               STRING 'J+' WS-J-DAYS DELIMITED BY SIZE
                  INTO REC-ROULEMENT(60:3)
           END-IF.
           IF WS-TRAIN-AMEND(WS-RAM-T) NOT = SPACE
               MOVE WS-TRAIN-AMEND(WS-RAM-T) TO REC-ROULEMENT(65:16)
           END-IF.
           WRITE REC-ROULEMENT.

           IF WS-TRAIN-AMEND(WS-RAM-T) = 'ANNULE'
               GO TO ROSTER-DUTY-LINE-FIN
           END-IF.
           PERFORM CHECK-OPERATING THRU CHECK-OPERATING-FIN.
           IF NOT WS-OPERATES-YES
               MOVE 'NE CIRCULE PAS CE JOUR' TO WS-RAM-ANOM-MSG
               PERFORM ROSTER-ANOMALY
               GO TO ROSTER-DUTY-LINE-FIN
           END-IF.

           IF WS-RAM-PREV-OK-YES
               IF WS-STATION-DEPART(WS-RAM-T) NOT = WS-RAM-PREV-STA
                   MOVE SPACE TO WS-RAM-ANOM-MSG
                   STRING 'RAME PAS ENCORE EN GARE (ATTENDUE A '
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RAM-PREV-STA) DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-RAM-ANOM-MSG
                   PERFORM ROSTER-ANOMALY
               END-IF
               IF WS-RAM-DEP < WS-RAM-PREV-ARR
                   MOVE 'RAME DEJA EN SERVICE (DOUBLE AFFECTATION)'
                      TO WS-RAM-ANOM-MSG
                   PERFORM ROSTER-ANOMALY
               ELSE
                   COMPUTE WS-RAM-ECART = WS-RAM-DEP - WS-RAM-PREV-ARR
                   IF WS-RAM-ECART < WS-RAM-MIN
                       MOVE SPACE TO WS-RAM-ANOM-MSG
                       STRING 'RETOURNEMENT DE ' DELIMITED BY SIZE
                          WS-RAM-ECART DELIMITED BY SIZE
                          ' MN INFERIEUR AU MINIMUM' DELIMITED BY SIZE
                          INTO WS-RAM-ANOM-MSG
                       PERFORM ROSTER-ANOMALY
                   END-IF
               END-IF
           END-IF.

           MOVE 'Y' TO WS-RAM-PREV-OK.
           MOVE WS-RAM-TERM TO WS-RAM-PREV-STA.
           MOVE WS-RAM-ARR TO WS-RAM-PREV-ARR.
       ROSTER-DUTY-LINE-FIN.
           EXIT.

       ROSTER-ANOMALY.
           ADD 1 TO WS-RAM-ANOM.
           MOVE SPACE TO REC-ROULEMENT.
           STRING '        *** ' DELIMITED BY SIZE
              WS-RAM-ANOM-MSG DELIMITED BY SIZE
              INTO REC-ROULEMENT.
           WRITE REC-ROULEMENT.
           EXIT.

      * terminus du train WS-RAM-T : dernier arret voyageurs des
      * drapeaux d'arret, a defaut la gare de depart
       ROSTER-TERMINUS.
           MOVE WS-STATION-DEPART(WS-RAM-T) TO WS-RAM-TERM.
           PERFORM VARYING WS-HALT-IDX FROM 1 BY 1
              UNTIL WS-HALT-IDX > 10
                 OR WS-HALT-IDX > WS-STATION-COUNT
               IF WS-TRAIN-STOPS(WS-RAM-T)(WS-HALT-IDX:1) = 'H'
                   MOVE WS-STATION-NAME(WS-HALT-IDX) TO WS-RAM-TERM
               END-IF
           END-PERFORM.
           EXIT.

      * export open data du planning amende : gares (stops), une
      * ligne par categorie (routes), un voyage par service qui
      * circule (trips), ses arrets voyageurs (stop_times) et son
      * calendrier (calendar), puis le resume des comptes par fichier
      * pour que les partenaires verifient la reception. Les services
      * annules ne sont pas exportes ; seuls le depart et le terminus
      * ont une heure (arrets intermediaires sans horaire publie).
       EXPORT-OPEN-DATA.
           MOVE 0 TO WS-OD-CPT-STOPS.
           MOVE 0 TO WS-OD-CPT-ROUTES.
           MOVE 0 TO WS-OD-CPT-TRIPS.
           MOVE 0 TO WS-OD-CPT-TIMES.
           MOVE 0 TO WS-OD-CPT-CAL.
           MOVE 0 TO WS-OD-IGNORES.
           MOVE 0 TO WS-OD-ANNULES.
           IF WS-REPORT-DATE NOT = SPACE
               MOVE WS-REPORT-DATE TO WS-OD-DEBUT
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OD-DEBUT
           END-IF.

           OPEN OUTPUT F-OD-STOPS.
           MOVE 'stop_id,stop_name' TO REC-OD-STOP.
           WRITE REC-OD-STOP.
           PERFORM VARYING WS-STATION-IDX FROM 1 BY 1
              UNTIL WS-STATION-IDX > WS-STATION-COUNT
               MOVE SPACE TO REC-OD-STOP
               STRING 'S' DELIMITED BY SIZE
                  WS-STATION-IDX DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATION-NAME(WS-STATION-IDX))
                  DELIMITED BY SIZE
                  INTO REC-OD-STOP
               WRITE REC-OD-STOP
               ADD 1 TO WS-OD-CPT-STOPS
           END-PERFORM.
           CLOSE F-OD-STOPS.

           MOVE 'TGV' TO WS-OD-C-LIB(1).
           MOVE 'TGV' TO WS-OD-C-NOM(1).
           MOVE 'COR' TO WS-OD-C-LIB(2).
           MOVE 'INTERCITES CORAIL' TO WS-OD-C-NOM(2).
           MOVE 'TER' TO WS-OD-C-LIB(3).
           MOVE 'TER' TO WS-OD-C-NOM(3).
           PERFORM VARYING WS-OD-CAT-IDX FROM 1 BY 1
              UNTIL WS-OD-CAT-IDX > 3
               MOVE 'N' TO WS-OD-C-USED(WS-OD-CAT-IDX)
           END-PERFORM.

           OPEN OUTPUT F-OD-TRIPS.
           OPEN OUTPUT F-OD-TIMES.
           OPEN OUTPUT F-OD-CAL.
           MOVE 'route_id,service_id,trip_id,trip_headsign'
              TO REC-OD-TRIP.
           WRITE REC-OD-TRIP.
           MOVE SPACE TO REC-OD-TIME.
           STRING 'trip_id,arrival_time,departure_time,'
              'stop_id,stop_sequence,timepoint' DELIMITED BY SIZE
              INTO REC-OD-TIME.
           WRITE REC-OD-TIME.
           MOVE SPACE TO REC-OD-CAL.
           STRING 'service_id,monday,tuesday,wednesday,thursday,'
              'friday,saturday,sunday,start_date,end_date'
              DELIMITED BY SIZE INTO REC-OD-CAL.
           WRITE REC-OD-CAL.
           SET TIMING TO 1.
           PERFORM UNTIL TIMING = WS-LINECOUNTER
               IF WS-TRAIN-AMEND(TIMING) = 'ANNULE'
                   ADD 1 TO WS-OD-ANNULES
               ELSE
                   PERFORM EXPORT-OD-TRIP THRU EXPORT-OD-TRIP-FIN
               END-IF
               ADD 1 TO TIMING
           END-PERFORM.
           CLOSE F-OD-TRIPS.
           CLOSE F-OD-TIMES.
           CLOSE F-OD-CAL.

           OPEN OUTPUT F-OD-ROUTES.
           MOVE 'route_id,route_short_name,route_long_name,route_type'
              TO REC-OD-ROUTE.
           WRITE REC-OD-ROUTE.
           PERFORM VARYING WS-OD-CAT-IDX FROM 1 BY 1
              UNTIL WS-OD-CAT-IDX > 3
               IF WS-OD-C-USED(WS-OD-CAT-IDX) = 'Y'
                   MOVE SPACE TO REC-OD-ROUTE
                   STRING WS-OD-C-LIB(WS-OD-CAT-IDX) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-OD-C-LIB(WS-OD-CAT-IDX) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OD-C-NOM(WS-OD-CAT-IDX))
                      DELIMITED BY SIZE
                      ',2' DELIMITED BY SIZE
                      INTO REC-OD-ROUTE
                   WRITE REC-OD-ROUTE
                   ADD 1 TO WS-OD-CPT-ROUTES
               END-IF
           END-PERFORM.
           CLOSE F-OD-ROUTES.

           OPEN OUTPUT F-OD-RESUME.
           MOVE 'file_name,record_count' TO REC-OD-RESUME.
           WRITE REC-OD-RESUME.
           MOVE SPACE TO REC-OD-RESUME.
           STRING 'stops.txt,' WS-OD-CPT-STOPS DELIMITED BY SIZE
              INTO REC-OD-RESUME.
           WRITE REC-OD-RESUME.
           MOVE SPACE TO REC-OD-RESUME.
           STRING 'routes.txt,' WS-OD-CPT-ROUTES DELIMITED BY SIZE
              INTO REC-OD-RESUME.
           WRITE REC-OD-RESUME.
           MOVE SPACE TO REC-OD-RESUME.
           STRING 'trips.txt,' WS-OD-CPT-TRIPS DELIMITED BY SIZE
              INTO REC-OD-RESUME.
           WRITE REC-OD-RESUME.
           MOVE SPACE TO REC-OD-RESUME.
           STRING 'stop_times.txt,' WS-OD-CPT-TIMES DELIMITED BY SIZE
              INTO REC-OD-RESUME.
           WRITE REC-OD-RESUME.
           MOVE SPACE TO REC-OD-RESUME.
           STRING 'calendar.txt,' WS-OD-CPT-CAL DELIMITED BY SIZE
              INTO REC-OD-RESUME.
           WRITE REC-OD-RESUME.
           CLOSE F-OD-RESUME.

           DISPLAY 'OPEN DATA : ' WS-OD-CPT-TRIPS ' VOYAGES, '
              WS-OD-ANNULES ' ANNULES, ' WS-OD-IGNORES ' IGNORES'.
           EXIT.

      * un service TIMING : voyage, calendrier et horaires d'arret ;
      * un service dont la gare de depart est inconnue ou qui n'a
      * aucun arret voyageurs apres le depart n'est pas exportable
       EXPORT-OD-TRIP.
           MOVE WS-STATION-DEPART(TIMING) TO WS-CNX-LOOK.
           PERFORM FIND-STATION-IDX.
           MOVE WS-CNX-LOOK-IDX TO WS-OD-DEP-IDX.
           MOVE 0 TO WS-OD-LAST.
           PERFORM VARYING WS-HALT-IDX FROM 1 BY 1
              UNTIL WS-HALT-IDX > 10
                 OR WS-HALT-IDX > WS-STATION-COUNT
               IF WS-TRAIN-STOPS(TIMING)(WS-HALT-IDX:1) = 'H'
                  AND WS-HALT-IDX NOT = WS-OD-DEP-IDX
                   MOVE WS-HALT-IDX TO WS-OD-LAST
               END-IF
           END-PERFORM.
           IF WS-OD-DEP-IDX = 0 OR WS-OD-LAST = 0
               ADD 1 TO WS-OD-IGNORES
               GO TO EXPORT-OD-TRIP-FIN
           END-IF.

           EVALUATE WS-RECORD-TYPE(TIMING)
               WHEN 'TGV'
                   MOVE 1 TO WS-OD-CAT-IDX
               WHEN 'COR'
                   MOVE 2 TO WS-OD-CAT-IDX
               WHEN 'TER'
                   MOVE 3 TO WS-OD-CAT-IDX
               WHEN OTHER
                   ADD 1 TO WS-OD-IGNORES
                   GO TO EXPORT-OD-TRIP-FIN
           END-EVALUATE.
           MOVE 'Y' TO WS-OD-C-USED(WS-OD-CAT-IDX).

           MOVE SPACE TO WS-OD-TRIP-ID.
           STRING 'T' TIMING DELIMITED BY SIZE INTO WS-OD-TRIP-ID.
           MOVE SPACE TO WS-OD-SVC-ID.
           STRING 'C' TIMING DELIMITED BY SIZE INTO WS-OD-SVC-ID.

           MOVE SPACE TO REC-OD-TRIP.
           STRING WS-RECORD-TYPE(TIMING) DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-OD-SVC-ID DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-OD-TRIP-ID DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-STATION-NAME(WS-OD-LAST))
              DELIMITED BY SIZE
              INTO REC-OD-TRIP.
           WRITE REC-OD-TRIP.
           ADD 1 TO WS-OD-CPT-TRIPS.

      * calendrier : masque des jours (blanc = tous les jours) et
      * bornes de validite (sans borne = date du jour / 20991231)
           PERFORM VARYING WS-OD-J FROM 1 BY 1 UNTIL WS-OD-J > 7
               IF WS-TRAIN-DAYS(TIMING) NOT = SPACE
                  AND WS-TRAIN-DAYS(TIMING)(WS-OD-J:1) = '-'
                   MOVE '0' TO WS-OD-JOUR(WS-OD-J)
               ELSE
                   MOVE '1' TO WS-OD-JOUR(WS-OD-J)
               END-IF
           END-PERFORM.
           MOVE WS-TRAIN-VFROM(TIMING) TO WS-OD-FROM.
           IF WS-OD-FROM = SPACE OR WS-OD-FROM = ZEROES
               MOVE WS-OD-DEBUT TO WS-OD-FROM
           END-IF.
           MOVE WS-TRAIN-VTO(TIMING) TO WS-OD-TO.
           IF WS-OD-TO = SPACE OR WS-OD-TO = ZEROES
               MOVE '20991231' TO WS-OD-TO
           END-IF.
           MOVE SPACE TO REC-OD-CAL.
           MOVE 1 TO WS-OD-PTR.
           STRING WS-OD-SVC-ID DELIMITED BY SIZE
              INTO REC-OD-CAL WITH POINTER WS-OD-PTR.
           PERFORM VARYING WS-OD-J FROM 1 BY 1 UNTIL WS-OD-J > 7
               STRING ',' WS-OD-JOUR(WS-OD-J) DELIMITED BY SIZE
                  INTO REC-OD-CAL WITH POINTER WS-OD-PTR
           END-PERFORM.
           STRING ',' WS-OD-FROM ',' WS-OD-TO DELIMITED BY SIZE
              INTO REC-OD-CAL WITH POINTER WS-OD-PTR.
           WRITE REC-OD-CAL.
           ADD 1 TO WS-OD-CPT-CAL.

      * horaires : depart, arrets voyageurs dans l'ordre des
      * positions, terminus a l'heure d'arrivee (au-dela de minuit
      * l'heure continue apres 24:00:00, comme le veut le format)
           COMPUTE WS-OD-MIN = WS-TRAIN-TIME-HH(TIMING) * 60
              + WS-TRAIN-TIME-MM(TIMING).
           PERFORM EXPORT-OD-HMS.
           MOVE WS-OD-HMS TO WS-OD-H-DEP.
           MOVE WS-OD-HMS TO WS-OD-H-ARR.
           MOVE 1 TO WS-OD-SEQ.
           MOVE WS-OD-DEP-IDX TO WS-HALT-IDX.
           PERFORM EXPORT-OD-STOP-TIME.

           COMPUTE WS-OD-MIN = WS-OD-MIN
              + WS-TRAIN-NBRE-HEURES(TIMING) * 60.
           PERFORM EXPORT-OD-HMS.

           PERFORM VARYING WS-HALT-IDX FROM 1 BY 1
              UNTIL WS-HALT-IDX > WS-OD-LAST
               IF WS-TRAIN-STOPS(TIMING)(WS-HALT-IDX:1) = 'H'
                  AND WS-HALT-IDX NOT = WS-OD-DEP-IDX
                   ADD 1 TO WS-OD-SEQ
                   IF WS-HALT-IDX = WS-OD-LAST
                       MOVE WS-OD-HMS TO WS-OD-H-DEP
                       MOVE WS-OD-HMS TO WS-OD-H-ARR
                   ELSE
                       MOVE SPACE TO WS-OD-H-DEP
                       MOVE SPACE TO WS-OD-H-ARR
                   END-IF
                   PERFORM EXPORT-OD-STOP-TIME
               END-IF
           END-PERFORM.
       EXPORT-OD-TRIP-FIN.
           EXIT.

      * une ligne stop_times : gare WS-HALT-IDX, rang WS-OD-SEQ,
      * heures WS-OD-H-ARR / WS-OD-H-DEP (blanches = sans horaire)
       EXPORT-OD-STOP-TIME.
           MOVE WS-OD-SEQ TO WS-OD-SEQ-ED.
           MOVE SPACE TO WS-OD-STOP-ID.
           STRING 'S' WS-HALT-IDX DELIMITED BY SIZE
              INTO WS-OD-STOP-ID.
           MOVE SPACE TO REC-OD-TIME.
           MOVE 1 TO WS-OD-PTR.
           STRING WS-OD-TRIP-ID DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              WS-OD-H-ARR DELIMITED BY SPACE
              ',' DELIMITED BY SIZE
              WS-OD-H-DEP DELIMITED BY SPACE
              ',' DELIMITED BY SIZE
              WS-OD-STOP-ID DELIMITED BY SIZE
              ',' DELIMITED BY SIZE
              FUNCTION TRIM(WS-OD-SEQ-ED) DELIMITED BY SIZE
              INTO REC-OD-TIME WITH POINTER WS-OD-PTR.
           IF WS-OD-H-DEP = SPACE
               STRING ',0' DELIMITED BY SIZE
                  INTO REC-OD-TIME WITH POINTER WS-OD-PTR
           ELSE
               STRING ',1' DELIMITED BY SIZE
                  INTO REC-OD-TIME WITH POINTER WS-OD-PTR
           END-IF.
           WRITE REC-OD-TIME.
           ADD 1 TO WS-OD-CPT-TIMES.
           EXIT.

      * minutes depuis minuit WS-OD-MIN en HH:MM:SS dans WS-OD-HMS
       EXPORT-OD-HMS.
           DIVIDE WS-OD-MIN BY 60 GIVING WS-OD-HMS-HH
              REMAINDER WS-OD-HMS-MM.
           EXIT.

      * validation du planning candidat (train1-candidat.dat) avant
      * mise en service : services ajoutes, supprimes ou modifies par
      * rapport au planning courant (cle gare de depart + heure de
