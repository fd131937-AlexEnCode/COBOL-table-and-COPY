               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ROSTER-STATUS.

      * rattrapage : liste des eleves admis a la session (cloture)
      * puis resultats avant/apres la session (passage RATTRAPAGE)
           SELECT F-RATT
               ASSIGN DYNAMIC WS-RATT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RATT-STATUS.

           SELECT F-HISTARCH
               ASSIGN DYNAMIC WS-HISTARCH-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REJECTS-STATUS.

      * referentiel des cours : code, libelle officiel, coefficient
      * par niveau de classe et professeur ; fichier absent =
      * libelles et coefficients libres des lignes '02' comme avant
           SELECT F-COURS
               ASSIGN TO 'cours.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COURS-STATUS.

           SELECT F-PROFS
               ASSIGN TO 'cours-professeurs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PROFS-STATUS.

      * rectificatifs apres publication : transactions de correction,
      * copie de travail de l'entree corrigee et registre a viser
           SELECT F-RECT
               ASSIGN TO 'corrections.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RECT-STATUS.

           SELECT F-RECT-TMP
               ASSIGN TO 'rectif-entree.tmp'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RECT-TMP-STATUS.

           SELECT F-INPUT-MAJ
               ASSIGN DYNAMIC WS-INPUT-NAME
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-MAJ-STATUS.

           SELECT F-REGISTRE
               ASSIGN TO 'registre-rectificatifs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-REGISTRE-STATUS.

      * courriers aux familles (avertissement, absences, risque de
      * redoublement), liste d'envoi et modeles de texte optionnels
           SELECT F-COURRIER
               ASSIGN TO 'courriers.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COURRIER-STATUS.

           SELECT F-ENVOI
               ASSIGN TO 'courriers-liste.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ENVOI-STATUS.

           SELECT F-MODELES
               ASSIGN TO 'courriers-modeles.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MODELES-STATUS.

           SELECT F-RUNSTATS
               ASSIGN TO '../run-stats.dat'
               ACCESS MODE IS SEQUENTIAL
           SELECT F-TRI-NOTES
               ASSIGN TO 'tri-notes.tmp'.

           SELECT F-TRI-PROFS
               ASSIGN TO 'tri-profs.tmp'.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       01  REC-F-INPUT-2         PIC X(02).

       01  REC-F-INPUT-LIGNE     PIC X(200).

       01  REC-STUDENT.
           03 R-S-KEY            PIC 9(02).       
           03 R-S-LASTNAME       PIC X(07).       
           03 R-AP-LABEL         PIC X(21).
           03 R-AP-CODE          PIC X(02).

      * note de la session de rattrapage pour l'eleve courant : memes
      * colonnes que le type '02' (coefficient blanc = 1)
       01  REC-RATTRAPAGE.
           03 R-R-KEY            PIC 9(02).
           03 R-R-LABEL          PIC X(21).
           03 R-R-COEF           PIC X(03).
           03 R-R-GRADE          PIC X(05).

       FD  F-OUTPUT
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
           03 RO-FIRSTNAME     PIC X(06).
           03 RO-AGE           PIC 9(02).

       FD  F-RATT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RATT          PIC X(100).

       FD  F-HISTARCH
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-HISTARCH      PIC X(35).

      * referentiel des cours : une ligne par code et niveau de classe
      * (debut du code classe, blanc = toutes les classes) ; le
      * coefficient s'ecrit comme dans les lignes '02' (1,5 ou 2)
       FD  F-COURS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-COURS.
           03 CRS-CODE         PIC X(06).
           03 CRS-NIVEAU       PIC X(08).
           03 CRS-LABEL        PIC X(21).
           03 CRS-COEF         PIC X(03).
           03 CRS-PROF         PIC X(20).
           03 FILLER           PIC X(02).

       FD  F-PROFS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-PROFS         PIC X(132).

      * transaction de correction : cle classe / periode / eleve /
      * cours, type N (note) ou A (absences, cours a blanc), ancienne
      * et nouvelle valeur saisies comme dans l'entree, professeur
      * demandeur
       FD  F-RECT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RECT.
           03 CORR-CLASSE      PIC X(08).
           03 CORR-PERIODE     PIC X(02).
           03 CORR-NOM         PIC X(07).
           03 CORR-PRENOM      PIC X(06).
           03 CORR-TYPE        PIC X(01).
           03 CORR-COURS       PIC X(21).
           03 CORR-ANCIEN      PIC X(05).
           03 CORR-NOUVEAU     PIC X(05).
           03 CORR-PROF        PIC X(20).
           03 FILLER           PIC X(05).

       FD  F-RECT-TMP
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-RECT-TMP      PIC X(200).

       FD  F-INPUT-MAJ
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-INPUT-MAJ     PIC X(200).

       FD  F-REGISTRE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-REGISTRE      PIC X(132).

       FD  F-COURRIER
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-COURRIER      PIC X(80).

       FD  F-ENVOI
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-ENVOI         PIC X(100).

      * modele de courrier : motif (AVERT / ABSENC / PASSAG) puis une
      * ligne de texte ; les lignes d'un motif s'enchainent dans
      * l'ordre du fichier
       FD  F-MODELES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REC-F-MODELES.
           03 MOD-CODE         PIC X(06).
           03 FILLER           PIC X(01).
           03 MOD-TEXTE        PIC X(70).
           03 FILLER           PIC X(03).

       COPY 'CPCTRLFD.cpy'.
       COPY 'CPSTATFD.cpy'.

           03 TRI-N-C-LABEL    PIC X(24).
           03 TRI-N-GRADE      PIC 99V99.

       SD  F-TRI-PROFS
           RECORD CONTAINS 89 CHARACTERS.
       01  TRI-PROF-REC.
           03 TRI-P-PROF       PIC X(20).
           03 TRI-P-CLASSE     PIC X(08).
           03 TRI-P-CODE       PIC X(06).
           03 TRI-P-LABEL      PIC X(21).
           03 TRI-P-NB         PIC 9(05).
           03 TRI-P-SOMME      PIC 9(06)V99.
           03 TRI-P-MIN        PIC 99V99.
           03 TRI-P-MAX        PIC 99V99.
           03 TRI-P-PASS       PIC 9(05).
           03 FILLER           PIC X(08).

      ******************************************************************

       WORKING-STORAGE SECTION.
               DEPENDING ON HISTO-LGTH.
                   05 HIST-FULLNAME PIC X(20).
                   05 HIST-MOYENNE  PIC 99V99.
                   05 HIST-PREC     PIC 99V99.
                   05 HIST-NB       PIC 9(04).

       01  WS-HISTO-IDX             PIC 9(04) VALUE 0.
       01  WS-HISTO-SCAN            PIC 9(04) VALUE 0.
           88 WS-HISTO-FOUND-YES            VALUE 'Y'.
       01  WS-RUN-DATE              PIC X(08) VALUE SPACE.
       01  WS-DELTA                 PIC S99V99 VALUE 0.
       01  WS-HIST-REF              PIC 99V99 VALUE 0.
       01  WS-PNT-DELTA             PIC +99,99.

       01  F-PARAM-STATUS           PIC X(02) VALUE SPACE.
                   05 S-FIRSTNAME  PIC X(10).
                   05 S-AGE        PIC 9(02).
                   05 S-NBABS      PIC 9(02) VALUE 0.
                   05 S-RECT       PIC X(01) VALUE SPACE.
                       88 S-RECT-YES          VALUE 'O'.
                   05 S-RATT-SOMME PIC 9(04)V99 VALUE 0.
                   05 S-RATT-COEF  PIC 9(03)V9 VALUE 0.

       01  WS-SORT-IDX.
           03 WS-SORT-KEY
               INDEXED BY IDX-COURSE. 
                   05 C-COEF       PIC 9V9.
                   05 C-LABEL      PIC X(25).
                   05 C-CODE       PIC X(06).
                   05 C-PROF       PIC X(20).
                   05 C-MOYENNE    PIC 99,99.
                   05 C-MIN        PIC 99,99.
                   05 C-MAX        PIC 99,99.
       01  WS-AP-IDX          PIC 9(04) VALUE 0.
       01  WS-AP-PRINTED      PIC 9(04) VALUE 0.

      * cloture de fin d'annee (CLOTURE-ANNEE dans notemgmt.par, ou
      * premiere question, posee avec ou sans notemgmt.par ; seule la
      * reponse OUI exacte declenche la cloture, une reponse vide ou
      * absente vaut NON)
       01  WS-CLOTURE-MODE    PIC X(03) VALUE 'NON'.
           88 WS-CLOTURE-MODE-YES    VALUE 'OUI'.
       01  WS-CLOTURE-REPONSE PIC X(03) VALUE SPACE.
       01  F-PROMO-STATUS     PIC X(02) VALUE SPACE.
       01  F-ROSTER-STATUS    PIC X(02) VALUE SPACE.
       01  F-HISTARCH-STATUS  PIC X(02) VALUE SPACE.
       01  WS-PROMO-FIRST     PIC X(01) VALUE 'Y'.
       01  WS-PROMO-PASSE     PIC 9(04) VALUE 0.
       01  WS-PROMO-REDOUBLE  PIC 9(04) VALUE 0.
       01  WS-PROMO-RATT      PIC 9(04) VALUE 0.
       01  WS-DECISION        PIC X(10) VALUE SPACE.

      * rattrapage : a la cloture, un eleve dont la moyenne est entre
      * SEUIL-RATTRAPAGE et SEUIL-PASSAGE (absences dans le plafond)
      * est admis a la session ; le passage RATTRAPAGE (carte
      * RATTRAPAGE OUI) lit les notes type '06', calcule la moyenne
      * finale = annuelle et rattrapage ponderes par POIDS-RATTRAPAGE
      * (en %) et reedite decisions et effectif de rentree
       01  WS-RATT-MODE       PIC X(03) VALUE 'NON'.
           88 WS-RATT-MODE-YES       VALUE 'OUI'.
       01  WS-SEUIL-RATT      PIC 99V99 VALUE 08,00.
       01  WS-POIDS-RATT      PIC 9(03) VALUE 50.
       01  WS-POIDS-ANNUEL    PIC 9(03) VALUE 50.
       01  F-RATT-STATUS      PIC X(02) VALUE SPACE.
       01  WS-RATT-NAME       PIC X(30) VALUE SPACE.
       01  WS-RATT-FIRST      PIC X(01) VALUE 'Y'.
       01  WS-RATT-PRODUIT    PIC 9(04)V99 VALUE 0.
       01  WS-RATT-COEF       PIC 9V9 VALUE 0.
       01  WS-RATT-MOY        PIC 99V99 VALUE 0.
       01  WS-RATT-FINALE     PIC 99V99 VALUE 0.
       01  WS-DECISION-AV     PIC X(10) VALUE SPACE.
       01  WS-RATT-ELIGIBLES  PIC 9(04) VALUE 0.
       01  WS-RATT-ADMIS      PIC 9(04) VALUE 0.
       01  WS-RATT-AJOURNES   PIC 9(04) VALUE 0.
       01  WS-RATT-ABSENTS    PIC 9(04) VALUE 0.
       01  WS-RATT-TOT-ELIG   PIC 9(05) VALUE 0.
       01  WS-RATT-TOT-ADMIS  PIC 9(05) VALUE 0.
       01  WS-HARCH-FINI      PIC X(01) VALUE 'N'.

      * referentiel des cours charge depuis cours.dat ; WS-REF-IDX
      * designe l'entree retenue pour la ligne '02' en cours
       01  F-COURS-STATUS     PIC X(02) VALUE SPACE.
           88 F-COURS-STATUS-OK      VALUE '00'.
       01  WS-COURS-MODE      PIC X(03) VALUE 'NON'.
           88 WS-COURS-MODE-YES      VALUE 'OUI'.
       01  WS-COURS-FINI      PIC X(01) VALUE 'N'.
       01  WS-REF-IDX         PIC 9(03) VALUE 0.
       01  WS-REF-SCAN        PIC 9(03) VALUE 0.
       01  WS-REF-ANY         PIC 9(03) VALUE 0.
       01  WS-REF-CONNU       PIC X(01) VALUE 'N'.
           88 WS-REF-CONNU-YES       VALUE 'Y'.
       01  WS-REF-LIB         PIC X(21) VALUE SPACE.
       01  WS-COEF-LU         PIC 9V9 VALUE 0.
       01  DATA-REF.
           03 REF-LGTH        PIC 9(03) VALUE 0.
           03 REF
               OCCURS 1 TO 999 TIMES
               DEPENDING ON REF-LGTH.
                   05 REF-CODE     PIC X(06).
                   05 REF-NIVEAU   PIC X(08).
                   05 REF-NIV-LEN  PIC 9(02).
                   05 REF-LABEL    PIC X(21).
                   05 REF-COEF     PIC 9V9.
                   05 REF-PROF     PIC X(20).

      * resultats par cours et par classe cumules sur tout le
      * passage pour la synthese par professeur
       01  F-PROFS-STATUS     PIC X(02) VALUE SPACE.
       01  WS-PROF-COURANT    PIC X(20) VALUE SPACE.
       01  WS-PROF-NB         PIC 9(06) VALUE 0.
       01  WS-PROF-SOMME      PIC 9(07)V99 VALUE 0.
       01  WS-PASS-COUNT      PIC 9(05) VALUE 0.
       01  DATA-PROF-SUM.
           03 PS-LGTH         PIC 9(03) VALUE 0.
           03 PS
               OCCURS 1 TO 999 TIMES
               DEPENDING ON PS-LGTH.
                   05 PS-PROF      PIC X(20).
                   05 PS-CLASSE    PIC X(08).
                   05 PS-CODE      PIC X(06).
                   05 PS-LABEL     PIC X(21).
                   05 PS-NB        PIC 9(05).
                   05 PS-SOMME     PIC 9(06)V99.
                   05 PS-MIN       PIC 99V99.
                   05 PS-MAX       PIC 99V99.
                   05 PS-PASS      PIC 9(05).

      * passage de rectificatifs (RECTIFICATIF dans notemgmt.par) :
      * corrections chargees depuis corrections.dat avec leur statut
      * (APPLIQUEE / REFUSEE) et le motif d'un refus
       01  F-RECT-STATUS      PIC X(02) VALUE SPACE.
           88 F-RECT-STATUS-OK       VALUE '00'.
       01  F-RECT-TMP-STATUS  PIC X(02) VALUE SPACE.
       01  F-INPUT-MAJ-STATUS PIC X(02) VALUE SPACE.
       01  F-REGISTRE-STATUS  PIC X(02) VALUE SPACE.
           88 F-REGISTRE-STATUS-OK   VALUE '00'.
       01  WS-RECT-MODE       PIC X(03) VALUE 'NON'.
           88 WS-RECT-MODE-YES       VALUE 'OUI'.
       01  WS-RECT-FINI       PIC X(01) VALUE 'N'.
       01  WS-RECT-MAJ        PIC X(01) VALUE 'N'.
           88 WS-RECT-MAJ-YES        VALUE 'Y'.
       01  WS-RECT-IDX        PIC 9(03) VALUE 0.
       01  WS-RECT-NB-CLASSE  PIC 9(03) VALUE 0.
       01  WS-RECT-PERIODE    PIC X(02) VALUE SPACE.
       01  WS-RECT-CODE       PIC X(06) VALUE SPACE.
       01  WS-RECT-NOTE       PIC 99,99.
       01  WS-RECT-NUM        PIC 99V99 VALUE 0.
       01  WS-RECT-APPLIQUEE  PIC 9(04) VALUE 0.
       01  WS-RECT-REFUSEE    PIC 9(04) VALUE 0.
       01  WS-RECT-ELEVES     PIC 9(04) VALUE 0.
       01  WS-RECT-MOY-AV     PIC 99V99 VALUE 0.
       01  WS-RECT-RANG-AV    PIC 9(04) VALUE 0.
       01  WS-RECT-CONNU      PIC X(01) VALUE 'N'.
           88 WS-RECT-CONNU-YES      VALUE 'Y'.
       01  WS-RECT-ELEVE      PIC 9(04) VALUE 0.
       01  WS-HREC-NUM        PIC 9(07) VALUE 0.
       01  WS-COPIE-FINI      PIC X(01) VALUE 'N'.
       01  DATA-RECT.
           03 RC-LGTH         PIC 9(03) VALUE 0.
           03 RC
               OCCURS 1 TO 999 TIMES
               DEPENDING ON RC-LGTH.
                   05 RC-CLASSE    PIC X(08).
                   05 RC-PERIODE   PIC X(02).
                   05 RC-NOM       PIC X(07).
                   05 RC-PRENOM    PIC X(06).
                   05 RC-TYPE      PIC X(01).
                   05 RC-COURS     PIC X(21).
                   05 RC-ANCIEN    PIC X(05).
                   05 RC-NOUVEAU   PIC X(05).
                   05 RC-PROF      PIC X(20).
                   05 RC-CODE      PIC X(06).
                   05 RC-STATUT    PIC X(09).
                   05 RC-MOTIF     PIC X(36).
      * numero dans moyennes-hist.dat du dernier enregistrement de
      * chaque eleve rectifie (celui du bulletin publie)
       01  DATA-RECT-HREC.
           03 RECT-HREC
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON STUDENT-LGTH.
                   05 RH-REC       PIC 9(07).

      * courriers aux familles (COURRIERS dans notemgmt.par) : un
      * courrier par eleve concerne, un paragraphe par motif ; textes
      * de courriers-modeles.dat, a defaut ceux ci-dessous
       01  F-COURRIER-STATUS  PIC X(02) VALUE SPACE.
       01  F-ENVOI-STATUS     PIC X(02) VALUE SPACE.
       01  F-MODELES-STATUS   PIC X(02) VALUE SPACE.
           88 F-MODELES-STATUS-OK    VALUE '00'.
       01  WS-COURRIER-MODE   PIC X(03) VALUE 'NON'.
           88 WS-COURRIER-MODE-YES   VALUE 'OUI'.
       01  WS-COURRIER-FIRST  PIC X(01) VALUE 'Y'.
       01  WS-MODELES-FINI    PIC X(01) VALUE 'N'.
       01  WS-MOTIF-AVERT     PIC X(01) VALUE 'N'.
           88 WS-MOTIF-AVERT-YES     VALUE 'Y'.
       01  WS-MOTIF-ABS       PIC X(01) VALUE 'N'.
           88 WS-MOTIF-ABS-YES       VALUE 'Y'.
       01  WS-MOTIF-PASSAGE   PIC X(01) VALUE 'N'.
           88 WS-MOTIF-PASSAGE-YES   VALUE 'Y'.
       01  WS-MOTIF-CODE      PIC X(06) VALUE SPACE.
       01  WS-MOTIF-LIGNES    PIC 9(03) VALUE 0.
       01  WS-MOD-IDX         PIC 9(03) VALUE 0.
       01  WS-OBJET           PIC X(60) VALUE SPACE.
       01  WS-OBJET-PTR       PIC 9(03) VALUE 1.
       01  WS-COURRIER-CLASSE PIC 9(04) VALUE 0.
       01  WS-COURRIER-TOTAL  PIC 9(05) VALUE 0.
       01  WS-LET-SOMME       PIC 9(06)V99 VALUE 0.
       01  WS-LET-PRODUIT     PIC 9(04)V99 VALUE 0.
       01  WS-LET-COEF        PIC 9(04)V9 VALUE 0.
       01  WS-LET-MOY         PIC 99V99 VALUE 0.
       01  WS-LET-DATE        PIC X(10) VALUE SPACE.
       01  DATA-MODELE.
           03 MODELE-LGTH     PIC 9(03) VALUE 0.
           03 MODELE
               OCCURS 1 TO 99 TIMES
               DEPENDING ON MODELE-LGTH.
                   05 MO-CODE      PIC X(06).
                   05 MO-TEXTE     PIC X(70).
       01  WS-MODELES-DEFAUT.
           03 FILLER PIC X(06) VALUE 'AVERT '.
           03 FILLER PIC X(70) VALUE
           "Le conseil de classe a constate que les resultats de".
           03 FILLER PIC X(06) VALUE 'AVERT '.
           03 FILLER PIC X(70) VALUE
           "votre enfant sont tres insuffisants et lui adresse un".
           03 FILLER PIC X(06) VALUE 'AVERT '.
           03 FILLER PIC X(70) VALUE
           "avertissement. Nous vous invitons a prendre contact avec".
           03 FILLER PIC X(06) VALUE 'AVERT '.
           03 FILLER PIC X(70) VALUE
           "le professeur principal pour convenir ensemble des moyens".
           03 FILLER PIC X(06) VALUE 'AVERT '.
           03 FILLER PIC X(70) VALUE
           "d'un redressement rapide.".
           03 FILLER PIC X(06) VALUE 'ABSENC'.
           03 FILLER PIC X(70) VALUE
           "Nous avons releve un nombre d'absences superieur au".
           03 FILLER PIC X(06) VALUE 'ABSENC'.
           03 FILLER PIC X(70) VALUE
           "plafond admis par le reglement interieur. L'assiduite est".
           03 FILLER PIC X(06) VALUE 'ABSENC'.
           03 FILLER PIC X(70) VALUE
           "obligatoire et toute absence doit etre justifiee aupres".
           03 FILLER PIC X(06) VALUE 'ABSENC'.
           03 FILLER PIC X(70) VALUE
           "de la vie scolaire dans les plus brefs delais.".
           03 FILLER PIC X(06) VALUE 'PASSAG'.
           03 FILLER PIC X(70) VALUE
           "La moyenne annuelle de votre enfant est a ce jour".
           03 FILLER PIC X(06) VALUE 'PASSAG'.
           03 FILLER PIC X(70) VALUE
           "inferieure au seuil requis pour le passage en classe".
           03 FILLER PIC X(06) VALUE 'PASSAG'.
           03 FILLER PIC X(70) VALUE
           "superieure. Sans progres net d'ici la fin de l'annee, un".
           03 FILLER PIC X(06) VALUE 'PASSAG'.
           03 FILLER PIC X(70) VALUE
           "redoublement pourra etre propose par le conseil de classe.".
       01  WS-MODELES-DEFAUT-TAB REDEFINES WS-MODELES-DEFAUT.
           03 MODELE-DEFAUT OCCURS 13 TIMES.
               05 MD-CODE          PIC X(06).
               05 MD-TEXTE         PIC X(70).

      * appreciations saisies (type '05') : eleve, cours, code
       01  DATA-APPREC.
           03 APPREC-LGTH     PIC 9(04) VALUE 1.
                   05 AP-S-NUM     PIC 9(04).
                   05 AP-C-LABEL   PIC X(24).
                   05 AP-CODE      PIC X(02).
                   05 AP-C-CODE    PIC X(06).



      * garde les questions interactives
           PERFORM 0100-READ-PARAMS-START THRU 0100-READ-PARAMS-END.

      * la cloture se demande aussi quand notemgmt.par est present,
      * et en premier : le passage de cloture du plan de lot repond
      * OUI que le site ait ou non un notemgmt.par
           IF NOT WS-CLOTURE-MODE-YES
               DISPLAY "Cloturer l'annee scolaire (OUI/NON) ? "
                  WITH NO ADVANCING
               MOVE SPACE TO WS-CLOTURE-REPONSE
               ACCEPT WS-CLOTURE-REPONSE
               IF WS-CLOTURE-REPONSE = 'OUI'
                   MOVE 'OUI' TO WS-CLOTURE-MODE
               END-IF
           END-IF.

           IF NOT WS-PARAM-PRESENT-YES
               DISPLAY "Exporter le bulletin en CSV (OUI/NON) ? "
                  WITH NO ADVANCING
               ACCEPT WS-DELIB-MODE
           END-IF.

      * un passage de rectificatifs ne refait ni deliberation ni
      * cloture : il ne reedite que les eleves corriges
           IF WS-RECT-MODE-YES
               MOVE 'NON' TO WS-DELIB-MODE
               MOVE 'NON' TO WS-CLOTURE-MODE
               MOVE 'NON' TO WS-COURRIER-MODE
               MOVE 'NON' TO WS-RATT-MODE
           END-IF.

      * un passage de rattrapage ne reprend que les decisions de fin
      * d'annee : ni releves, ni deliberation, ni courriers, et pas de
      * seconde bascule de l'historique
           IF WS-RATT-MODE-YES
               MOVE 'NON' TO WS-RELEVE-MODE
               MOVE 'NON' TO WS-DELIB-MODE
               MOVE 'NON' TO WS-CLOTURE-MODE
               MOVE 'NON' TO WS-COURRIER-MODE
               IF WS-POIDS-RATT > 100
                   MOVE 100 TO WS-POIDS-RATT
               END-IF
               SUBTRACT WS-POIDS-RATT FROM 100 GIVING WS-POIDS-ANNUEL
           END-IF.

           DISPLAY "PARAMETRE CSV-MODE = " WS-CSV-MODE.
           DISPLAY "PARAMETRE RELEVES = " WS-RELEVE-MODE.
           DISPLAY "PARAMETRE DELIBERATION = " WS-DELIB-MODE.
           DISPLAY "PARAMETRE CLOTURE-ANNEE = " WS-CLOTURE-MODE.
           DISPLAY "PARAMETRE RECTIFICATIF = " WS-RECT-MODE.
           DISPLAY "PARAMETRE COURRIERS = " WS-COURRIER-MODE.
           DISPLAY "PARAMETRE RATTRAPAGE = " WS-RATT-MODE.

      * referentiel des cours (optionnel)
           PERFORM 0300-LOAD-COURS-START THRU 0300-LOAD-COURS-END.
           DISPLAY "REFERENTIEL DES COURS = " WS-COURS-MODE.

      * rectificatifs : corrections chargees (apres le referentiel,
      * qui donne le code de leur cours) et entete du registre
           IF WS-RECT-MODE-YES
               PERFORM 0400-LOAD-RECT-START THRU 0400-LOAD-RECT-END
               PERFORM 7880-RECT-DEBUT-START THRU 7880-RECT-DEBUT-END
           END-IF.

      * dimension classe : avec classes.lst, un passage complet par
      * classe (input-<code>.dat -> outputs-<code>.dat) puis la
                   PERFORM 6000-RUN-ONE-CLASS-START
                      THRU 6000-RUN-ONE-CLASS-END
               END-PERFORM
               IF NOT WS-RECT-MODE-YES AND NOT WS-RATT-MODE-YES
                   PERFORM 7400-WRITE-ECOLE-START
                      THRU 7400-WRITE-ECOLE-END
               END-IF
           END-IF.

      * synthese des resultats par professeur, toutes classes
           IF WS-COURS-MODE-YES AND NOT WS-RECT-MODE-YES
              AND NOT WS-RATT-MODE-YES
               PERFORM 7700-WRITE-PROFS-START
                  THRU 7700-WRITE-PROFS-END
           END-IF.

      * courriers : total general de la liste d'envoi
           IF WS-COURRIER-MODE-YES AND WS-COURRIER-FIRST = 'N'
               PERFORM 7950-COURRIERS-FIN-START
                  THRU 7950-COURRIERS-FIN-END
           END-IF.

      * rattrapage : totaux de la liste ou du compte rendu
           IF WS-RATT-FIRST = 'N'
               PERFORM 7640-RATT-FIN-START THRU 7640-RATT-FIN-END
           END-IF.

      * rectificatifs : corrections restees sans classe, totaux et
      * visa du registre
           IF WS-RECT-MODE-YES
               PERFORM 7890-RECT-FIN-START THRU 7890-RECT-FIN-END
           END-IF.

      * cloture : l'historique (qui contient deja les moyennes de ce
                           WHEN 'ABSENCES-MAX'
                               MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                  TO WS-ABS-MAX
                           WHEN 'RECTIFICATIF'
                               MOVE PARAM-VALUE(1:3)
                                  TO WS-RECT-MODE
                           WHEN 'COURRIERS'
                               MOVE PARAM-VALUE(1:3)
                                  TO WS-COURRIER-MODE
                           WHEN 'RATTRAPAGE'
                               MOVE PARAM-VALUE(1:3)
                                  TO WS-RATT-MODE
                           WHEN 'SEUIL-RATTRAPAGE'
                               MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                  TO WS-SEUIL-RATT
                           WHEN 'POIDS-RATTRAPAGE'
                               MOVE FUNCTION NUMVAL(PARAM-VALUE)
                                  TO WS-POIDS-RATT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
       0200-READ-CLASSES-END.
           EXIT.

      ******************************************************************
      * referentiel des cours (cours.dat) ; les lignes commencant par
      * * sont ignorees. Fichier absent ou vide = pas de controle des
      * cours, libelles et coefficients des lignes '02' comme avant
       0300-LOAD-COURS-START.

           MOVE 0 TO REF-LGTH.
           MOVE 'N' TO WS-COURS-FINI.
           OPEN INPUT F-COURS.
           IF NOT F-COURS-STATUS-OK
               GO TO 0300-LOAD-COURS-END
           END-IF.
           PERFORM UNTIL WS-COURS-FINI = 'Y'
               READ F-COURS
               AT END
                   MOVE 'Y' TO WS-COURS-FINI
               NOT AT END
                   IF REC-F-COURS NOT = SPACE
                      AND REC-F-COURS(1:1) NOT = '*'
                      AND REF-LGTH < 999
                       ADD 1 TO REF-LGTH
                       MOVE CRS-CODE   TO REF-CODE(REF-LGTH)
                       MOVE CRS-NIVEAU TO REF-NIVEAU(REF-LGTH)
                       MOVE 0 TO REF-NIV-LEN(REF-LGTH)
                       INSPECT CRS-NIVEAU TALLYING REF-NIV-LEN(REF-LGTH)
                          FOR CHARACTERS BEFORE INITIAL SPACE
                       MOVE CRS-LABEL  TO REF-LABEL(REF-LGTH)
                       MOVE CRS-COEF   TO REF-COEF(REF-LGTH)
                       MOVE CRS-PROF   TO REF-PROF(REF-LGTH)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-COURS.
           IF REF-LGTH > 0
               MOVE 'OUI' TO WS-COURS-MODE
           END-IF.

       0300-LOAD-COURS-END.
           EXIT.

      ******************************************************************
      * transactions de correction (corrections.dat) ; les lignes
      * commencant par * sont ignorees. Une correction mal formee est
      * refusee des le chargement et ne sera jamais appliquee
       0400-LOAD-RECT-START.

           MOVE 0 TO RC-LGTH.
           MOVE 'N' TO WS-RECT-FINI.
           OPEN INPUT F-RECT.
           IF NOT F-RECT-STATUS-OK
               DISPLAY 'ERROR CORRECTIONS FILE ' F-RECT-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 0400-LOAD-RECT-END
           END-IF.
           PERFORM UNTIL WS-RECT-FINI = 'Y'
               READ F-RECT
               AT END
                   MOVE 'Y' TO WS-RECT-FINI
               NOT AT END
                   IF REC-F-RECT NOT = SPACE
                      AND REC-F-RECT(1:1) NOT = '*'
                      AND RC-LGTH < 999
                       ADD 1 TO RC-LGTH
                       PERFORM 0410-CHECK-RECT-START
                          THRU 0410-CHECK-RECT-END
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECT.
           DISPLAY 'CORRECTIONS CHARGEES = ' RC-LGTH.

       0400-LOAD-RECT-END.
           EXIT.

      ******************************************************************
      * correction RC-LGTH : copie de la transaction et controles de
      * forme (eleve, demandeur, valeurs, type) ; sans periode, la
      * periode par defaut '01' comme pour une entree sans type '04'
       0410-CHECK-RECT-START.

           MOVE CORR-CLASSE  TO RC-CLASSE(RC-LGTH).
           MOVE CORR-PERIODE TO RC-PERIODE(RC-LGTH).
           MOVE CORR-NOM     TO RC-NOM(RC-LGTH).
           MOVE CORR-PRENOM  TO RC-PRENOM(RC-LGTH).
           MOVE CORR-TYPE    TO RC-TYPE(RC-LGTH).
           MOVE CORR-COURS   TO RC-COURS(RC-LGTH).
           MOVE CORR-ANCIEN  TO RC-ANCIEN(RC-LGTH).
           MOVE CORR-NOUVEAU TO RC-NOUVEAU(RC-LGTH).
           MOVE CORR-PROF    TO RC-PROF(RC-LGTH).
           MOVE SPACE TO RC-CODE(RC-LGTH).
           MOVE SPACE TO RC-STATUT(RC-LGTH).
           MOVE SPACE TO RC-MOTIF(RC-LGTH).
           IF CORR-PERIODE = SPACE
               MOVE '01' TO RC-PERIODE(RC-LGTH)
           END-IF.

           IF CORR-NOM = SPACE OR CORR-PRENOM = SPACE
               MOVE 'REFUSEE' TO RC-STATUT(RC-LGTH)
               MOVE 'ELEVE NON RENSEIGNE' TO RC-MOTIF(RC-LGTH)
               GO TO 0410-CHECK-RECT-END
           END-IF.
           IF CORR-PROF = SPACE
               MOVE 'REFUSEE' TO RC-STATUT(RC-LGTH)
               MOVE 'PROFESSEUR DEMANDEUR NON RENSEIGNE'
                  TO RC-MOTIF(RC-LGTH)
               GO TO 0410-CHECK-RECT-END
           END-IF.

           MOVE 'Y' TO WS-CHK-OK.
           IF CORR-ANCIEN NOT = SPACE AND CORR-NOUVEAU NOT = SPACE
               MOVE SPACE TO WS-CHK-TEXT
               MOVE CORR-ANCIEN TO WS-CHK-TEXT(1:5)
               MOVE CORR-NOUVEAU TO WS-CHK-TEXT(6:5)
               MOVE 10 TO WS-CHK-LEN
               PERFORM 8006-CHECK-DIGITS-START
                  THRU 8006-CHECK-DIGITS-END
           ELSE
               MOVE 'N' TO WS-CHK-OK
           END-IF.
           IF NOT WS-CHK-OK-YES
               MOVE 'REFUSEE' TO RC-STATUT(RC-LGTH)
               MOVE 'ANCIENNE OU NOUVELLE VALEUR INVALIDE'
                  TO RC-MOTIF(RC-LGTH)
               GO TO 0410-CHECK-RECT-END
           END-IF.
           MOVE FUNCTION NUMVAL(CORR-NOUVEAU) TO WS-RECT-NUM.

           EVALUATE CORR-TYPE
               WHEN 'N'
                   IF CORR-COURS = SPACE
                       MOVE 'REFUSEE' TO RC-STATUT(RC-LGTH)
                       MOVE 'COURS NON RENSEIGNE' TO RC-MOTIF(RC-LGTH)
                       GO TO 0410-CHECK-RECT-END
                   END-IF
                   IF WS-RECT-NUM > 20
                       MOVE 'REFUSEE' TO RC-STATUT(RC-LGTH)
                       MOVE 'NOUVELLE NOTE HORS BORNES'
                          TO RC-MOTIF(RC-LGTH)
                       GO TO 0410-CHECK-RECT-END
                   END-IF
      * avec le referentiel, code ou libelle officiel designent le
      * meme cours
                   IF WS-COURS-MODE-YES
                       MOVE CORR-COURS TO WS-REF-LIB
                       PERFORM 8008-FIND-REF-START
                          THRU 8008-FIND-REF-END
                       IF WS-REF-CONNU-YES
                           MOVE REF-CODE(WS-REF-ANY)
                              TO RC-CODE(RC-LGTH)
                       END-IF
                   END-IF
               WHEN 'A'
                   MOVE 0 TO WS-CHK-IDX
                   INSPECT CORR-NOUVEAU TALLYING WS-CHK-IDX
                      FOR ALL ','
                   IF WS-CHK-IDX > 0 OR WS-RECT-NUM > 99
                       MOVE 'REFUSEE' TO RC-STATUT(RC-LGTH)
                       MOVE 'NOMBRE D ABSENCES INVALIDE'
                          TO RC-MOTIF(RC-LGTH)
                       GO TO 0410-CHECK-RECT-END
                   END-IF
               WHEN OTHER
                   MOVE 'REFUSEE' TO RC-STATUT(RC-LGTH)
                   MOVE 'TYPE DE CORRECTION INCONNU (N OU A)'
                      TO RC-MOTIF(RC-LGTH)
           END-EVALUATE.

       0410-CHECK-RECT-END.
           EXIT.

      ******************************************************************
      * un passage complet pour la classe WS-CLASSE-CODE : noms de
      * fichiers, remise a zero des curseurs du passage precedent,
      * lecture, edition, et collecte des indicateurs de la classe
       6000-RUN-ONE-CLASS-START.

      * rectificatifs : seules les classes visees par une correction
      * sont relues
           IF WS-RECT-MODE-YES
               MOVE 0 TO WS-RECT-NB-CLASSE
               MOVE 0 TO WS-RECT-IDX
               PERFORM RC-LGTH TIMES
                   ADD 1 TO WS-RECT-IDX
                   IF RC-CLASSE(WS-RECT-IDX) = WS-CLASSE-CODE
                       ADD 1 TO WS-RECT-NB-CLASSE
                   END-IF
               END-PERFORM
               IF WS-RECT-NB-CLASSE = 0
                   GO TO 6000-RUN-ONE-CLASS-END
               END-IF
           END-IF.

           IF WS-CLASSE-CODE = SPACE
               MOVE 'input.dat' TO WS-INPUT-NAME
               MOVE 'outputs.dat' TO WS-OUTPUT-NAME
                  FUNCTION TRIM(WS-INPUT-NAME)
           END-IF.

      * le bulletin rectificatif ne remplace pas le bulletin publie
           IF WS-RECT-MODE-YES
               IF WS-CLASSE-CODE = SPACE
                   MOVE 'rectificatif.dat' TO WS-OUTPUT-NAME
                   MOVE 'rectificatif.csv' TO WS-CSV-NAME
               ELSE
                   MOVE SPACE TO WS-OUTPUT-NAME
                   STRING 'rectificatif-' FUNCTION TRIM(WS-CLASSE-CODE)
                      '.dat' DELIMITED BY SIZE INTO WS-OUTPUT-NAME
                   MOVE SPACE TO WS-CSV-NAME
                   STRING 'rectificatif-' FUNCTION TRIM(WS-CLASSE-CODE)
                      '.csv' DELIMITED BY SIZE INTO WS-CSV-NAME
               END-IF
           END-IF.

      * le bulletin recalcule au rattrapage ne remplace pas le
      * bulletin publie
           IF WS-RATT-MODE-YES
               IF WS-CLASSE-CODE = SPACE
                   MOVE 'rattrapage.dat' TO WS-OUTPUT-NAME
                   MOVE 'rattrapage.csv' TO WS-CSV-NAME
               ELSE
                   MOVE SPACE TO WS-OUTPUT-NAME
                   STRING 'rattrapage-' FUNCTION TRIM(WS-CLASSE-CODE)
                      '.dat' DELIMITED BY SIZE INTO WS-OUTPUT-NAME
                   MOVE SPACE TO WS-CSV-NAME
                   STRING 'rattrapage-' FUNCTION TRIM(WS-CLASSE-CODE)
                      '.csv' DELIMITED BY SIZE INTO WS-CSV-NAME
               END-IF
           END-IF.

           MOVE 'Y' TO WS-CLASS-OK.
           SET PERIODE-LGTH TO 1.
           INITIALIZE PERIODE(1).

           IF WS-CLASS-OK-YES
               PERFORM 7100-WRITE-START  THRU 7100-WRITE-END
               IF WS-RECT-MODE-YES
                   PERFORM 7800-RECT-CLASS-START
                      THRU 7800-RECT-CLASS-END
               END-IF
               IF WS-CLASSE-CODE NOT = SPACE
                   PERFORM 6100-COLLECT-CLASS-START
                      THRU 6100-COLLECT-CLASS-END
               END-IF
               IF WS-CLOTURE-MODE-YES OR WS-RATT-MODE-YES
                   PERFORM 7600-PROMOTIONS-START
                      THRU 7600-PROMOTIONS-END
               END-IF
                      TO WS-CL-BEST-MOY(WS-CLASSE-IDX)
                   MOVE C-LABEL(WS-ID-3)
                      TO WS-CL-BEST-LIB(WS-CLASSE-IDX)
                   IF WS-COURS-MODE-YES
                       MOVE SPACE TO WS-CL-BEST-LIB(WS-CLASSE-IDX)
                       STRING C-CODE(WS-ID-3) ' ' C-LABEL(WS-ID-3)
                          DELIMITED BY SIZE
                          INTO WS-CL-BEST-LIB(WS-CLASSE-IDX)
                   END-IF
               END-IF
               IF WS-ID-3 = 1
                  OR WS-STAT-AVG < WS-CL-WORST-MOY(WS-CLASSE-IDX)
                      TO WS-CL-WORST-MOY(WS-CLASSE-IDX)
                   MOVE C-LABEL(WS-ID-3)
                      TO WS-CL-WORST-LIB(WS-CLASSE-IDX)
                   IF WS-COURS-MODE-YES
                       MOVE SPACE TO WS-CL-WORST-LIB(WS-CLASSE-IDX)
                       STRING C-CODE(WS-ID-3) ' ' C-LABEL(WS-ID-3)
                          DELIMITED BY SIZE
                          INTO WS-CL-WORST-LIB(WS-CLASSE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

               GO TO 7000-READ-END
           END-IF.

      * rectificatifs : chaque ligne, corrigee ou non, est recopiee
      * pour remplacer l'entree de la classe en fin de passage
           IF WS-RECT-MODE-YES
               MOVE 'N' TO WS-RECT-MAJ
               OPEN OUTPUT F-RECT-TMP
           END-IF.

           PERFORM UNTIL F-INPUT-STATUS-EOF
               READ F-INPUT
               IF F-INPUT-STATUS-EOF
                   GO TO 7000-READ-END
               END-IF
               ADD 1 TO WS-STAT-READ-CT
               IF WS-RECT-MODE-YES
                   PERFORM 8100-APPLY-RECT-START
                      THRU 8100-APPLY-RECT-END
                   WRITE REC-F-RECT-TMP FROM REC-F-INPUT-LIGNE
               END-IF
               PERFORM 8005-VALIDATE-ROW-START
                   THRU 8005-VALIDATE-ROW-END
               IF WS-ROW-VALID-YES
                       WHEN '05'
                           PERFORM 8060-HANDLE-APPREC-START
                               THRU 8060-HANDLE-APPREC-END
                       WHEN '06'
                           PERFORM 8070-HANDLE-RATT-START
                               THRU 8070-HANDLE-RATT-END
                   END-EVALUATE
               END-IF
           END-PERFORM.
              APPREC-LGTH DOWN BY 1.
           CLOSE F-INPUT.
           CLOSE F-REJECTS.
           IF WS-RECT-MODE-YES AND WS-CLASS-OK-YES
               CLOSE F-RECT-TMP
           END-IF.
           EXIT.

      ******************************************************************
                  THRU 7500-WRITE-DELIB-END
           END-IF.

      * courriers aux familles : memes prealables que la deliberation
           IF WS-COURRIER-MODE-YES
               PERFORM 7900-COURRIERS-START
                  THRU 7900-COURRIERS-END
           END-IF.

           PERFORM 9020-FOOTER-START       THRU 9020-FOOTER-END.

      * en rectificatif, l'historique est mis a jour par 7800 (le
      * dernier releve de chaque eleve corrige est remplace)
           IF NOT WS-RECT-MODE-YES AND NOT WS-RATT-MODE-YES
               PERFORM 7260-APPEND-HISTO-START
                  THRU 7260-APPEND-HISTO-END
           END-IF.

       7100-WRITE-END.
      * enveloppe : ligne *FIN avec compte et somme de controle
      * progression par rapport au bulletin precedent (historique)
               PERFORM 7255-FIND-HISTO-START
                  THRU 7255-FIND-HISTO-END
      * en rectificatif, la derniere moyenne connue est celle du
      * bulletin publie : la progression se mesure sur la precedente
               IF WS-HISTO-FOUND-YES
                   MOVE HIST-MOYENNE(WS-HISTO-IDX) TO WS-HIST-REF
                   IF WS-RECT-MODE-YES
                       IF HIST-NB(WS-HISTO-IDX) > 1
                           MOVE HIST-PREC(WS-HISTO-IDX) TO WS-HIST-REF
                       ELSE
                           MOVE 'N' TO WS-HISTO-FOUND
                       END-IF
                   END-IF
               END-IF
               IF WS-HISTO-FOUND-YES
                   COMPUTE WS-DELTA = WS-ANNUEL-NOTE
                      - WS-HIST-REF
                   EVALUATE TRUE
                       WHEN WS-DELTA > 0
                           MOVE '+' TO FS-PROG
                   MOVE "AJOURNE" TO FS-STATUS
               END-IF

      * toute la classe est recalculee (rangs), mais le rectificatif
      * ne reedite que les eleves corriges
               IF S-RECT-YES(WS-ID-ORIG) OR NOT WS-RECT-MODE-YES
                   IF WS-CSV-MODE-YES
                       PERFORM 7222-WRITE-CSV-ROW-START
                          THRU 7222-WRITE-CSV-ROW-END
                   END-IF

                   MOVE BULLETIN-CONTENT       TO REC-F-OUTPUT
                   PERFORM 7110-WRITE-OUTPUT-START
                      THRU 7110-WRITE-OUTPUT-END
                   ADD 1 TO WS-STAT-WRITTEN-CT
               END-IF
           END-PERFORM.

       7210-PERIOD-BODY-END.
           PERFORM STUDENT-LGTH TIMES
               ADD 1 TO WS-ID
               SET WS-ID-ORIG TO WS-SORT-STUDENT(WS-ID)
               IF S-RECT-YES(WS-ID-ORIG) OR NOT WS-RECT-MODE-YES
                   PERFORM 7241-WRITE-ONE-RELEVE-START
                      THRU 7241-WRITE-ONE-RELEVE-END
               END-IF
           END-PERFORM.

       7240-WRITE-RELEVES-END.
           WRITE REC-F-RELEVE.
           INITIALIZE REC-F-RELEVE.
           MOVE 'RELEVE DE NOTES' TO REC-F-RELEVE(3:15).
           IF WS-RECT-MODE-YES
               MOVE 'RELEVE DE NOTES - RECTIFICATIF'
                  TO REC-F-RELEVE(3:30)
           END-IF.
           WRITE REC-F-RELEVE.
           INITIALIZE REC-F-RELEVE.
           MOVE 'ELEVE :' TO REC-F-RELEVE(3:7).
                   PERFORM 7530-APPREC-LIB-START
                      THRU 7530-APPREC-LIB-END
                   INITIALIZE REC-F-DELIB
                   IF WS-COURS-MODE-YES
                       MOVE AP-C-CODE(WS-AP-IDX) TO REC-F-DELIB(3:6)
                       MOVE AP-C-LABEL(WS-AP-IDX)
                          TO REC-F-DELIB(10:21)
                       MOVE AP-CODE(WS-AP-IDX) TO REC-F-DELIB(32:2)
                       MOVE '-' TO REC-F-DELIB(35:1)
                       MOVE WS-AP-LIB TO REC-F-DELIB(37:16)
                   ELSE
                       MOVE AP-C-LABEL(WS-AP-IDX)
                          TO REC-F-DELIB(3:24)
                       MOVE AP-CODE(WS-AP-IDX) TO REC-F-DELIB(29:2)
                       MOVE '-' TO REC-F-DELIB(32:1)
                       MOVE WS-AP-LIB TO REC-F-DELIB(34:16)
                   END-IF
                   WRITE REC-F-DELIB
               END-IF
           END-PERFORM.
      ******************************************************************
      * decisions de passage de la classe courante : un eleve passe
      * quand sa moyenne annuelle atteint le seuil ET que ses absences
      * ne depassent pas le plafond ; juste sous le seuil (a partir de
      * SEUIL-RATTRAPAGE) il est envoye au rattrapage, dont le passage
      * RATTRAPAGE tranche ; liste pour l'administration dans
      * promotions.dat et effectif de rentree (type '01', age + 1)
      * dans roster-suivant.dat, les deux cumules sur toutes les
      * classes du passage
               INITIALIZE REC-F-PROMO
               MOVE 'DECISIONS DE FIN D ANNEE (PASSAGE/REDOUBLEMENT)'
                  TO REC-F-PROMO(1:47)
               IF WS-RATT-MODE-YES
                   MOVE '- APRES RATTRAPAGE' TO REC-F-PROMO(49:18)
               END-IF
               WRITE REC-F-PROMO
               INITIALIZE REC-F-PROMO
               MOVE ALL '-' TO REC-F-PROMO(1:70)
               OPEN EXTEND F-ROSTER
           END-IF.

           PERFORM 7610-RATT-CLASSE-START THRU 7610-RATT-CLASSE-END.

           SET WS-ID TO 0.
           PERFORM STUDENT-LGTH TIMES
               ADD 1 TO WS-ID
               SET WS-ID-ORIG TO WS-SORT-STUDENT(WS-ID)
               EVALUATE TRUE
                   WHEN S-NBABS(WS-ID-ORIG) > WS-ABS-MAX
                       MOVE 'REDOUBLE  ' TO WS-DECISION
                   WHEN M-MOYENNE(WS-ID-ORIG) >= WS-SEUIL-PASSAGE
                       MOVE 'PASSAGE   ' TO WS-DECISION
                   WHEN M-MOYENNE(WS-ID-ORIG) >= WS-SEUIL-RATT
                       MOVE 'RATTRAPAGE' TO WS-DECISION
                   WHEN OTHER
                       MOVE 'REDOUBLE  ' TO WS-DECISION
               END-EVALUATE
               MOVE WS-DECISION TO WS-DECISION-AV
               IF WS-DECISION-AV = 'RATTRAPAGE' OR WS-RATT-MODE-YES
                   PERFORM 7620-RATT-ELEVE-START
                      THRU 7620-RATT-ELEVE-END
               END-IF
               EVALUATE WS-DECISION
                   WHEN 'PASSAGE   '
                       ADD 1 TO WS-PROMO-PASSE
                       INITIALIZE REC-F-ROSTER
                       MOVE '01' TO RO-KEY
                       MOVE S-LASTNAME(WS-ID-ORIG) TO RO-LASTNAME
                       MOVE S-FIRSTNAME(WS-ID-ORIG) TO RO-FIRSTNAME
                       COMPUTE RO-AGE = S-AGE(WS-ID-ORIG) + 1
                       WRITE REC-F-ROSTER
                   WHEN 'RATTRAPAGE'
                       ADD 1 TO WS-PROMO-RATT
                   WHEN OTHER
                       ADD 1 TO WS-PROMO-REDOUBLE
               END-EVALUATE
               INITIALIZE REC-F-PROMO
               MOVE M-S-FULLNAME(WS-ID-ORIG) TO REC-F-PROMO(1:21)
               IF WS-CLASSE-CODE NOT = SPACE
               MOVE 'ABS:' TO REC-F-PROMO(44:4)
               MOVE S-NBABS(WS-ID-ORIG) TO WS-PNT-RANG
               MOVE WS-PNT-RANG TO REC-F-PROMO(48:5)
               MOVE WS-DECISION TO REC-F-PROMO(56:10)
      * moyenne finale de ceux qui ont passe la session
               IF WS-DECISION-AV = 'RATTRAPAGE' AND WS-RATT-MODE-YES
                  AND S-RATT-COEF(WS-ID-ORIG) > 0
                   MOVE 'FIN:' TO REC-F-PROMO(67:4)
                   MOVE WS-RATT-FINALE TO WS-PNT-STAT
                   MOVE WS-PNT-STAT TO REC-F-PROMO(72:5)
               END-IF
               WRITE REC-F-PROMO
           END-PERFORM.

           PERFORM 7630-RATT-FIN-CLASSE-START
              THRU 7630-RATT-FIN-CLASSE-END.

           CLOSE F-PROMO.
           CLOSE F-ROSTER.

       7600-PROMOTIONS-END.
           EXIT.
      ******************************************************************
      * rattrapage, debut de classe : a la cloture, liste des eleves
      * admis a la session (eligibles-rattrapage.dat) ; au passage
      * RATTRAPAGE, compte rendu avant/apres (resultats-rattrapage.dat),
      * cumules sur toutes les classes
       7610-RATT-CLASSE-START.

           IF WS-RATT-MODE-YES
               MOVE 'resultats-rattrapage.dat' TO WS-RATT-NAME
           ELSE
               MOVE 'eligibles-rattrapage.dat' TO WS-RATT-NAME
           END-IF.

           IF WS-RATT-FIRST = 'Y'
               OPEN OUTPUT F-RATT
               MOVE 'N' TO WS-RATT-FIRST
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               INITIALIZE REC-F-RATT
               IF WS-RATT-MODE-YES
                   MOVE 'RESULTATS DE LA SESSION DE RATTRAPAGE'
                      TO REC-F-RATT(1:37)
               ELSE
                   MOVE 'ELEVES ADMIS A LA SESSION DE RATTRAPAGE'
                      TO REC-F-RATT(1:39)
               END-IF
               MOVE 'DU' TO REC-F-RATT(44:2)
               STRING WS-RUN-DATE(7:2) '/' WS-RUN-DATE(5:2) '/'
                  WS-RUN-DATE(1:4) DELIMITED BY SIZE
                  INTO REC-F-RATT(47:10)
               WRITE REC-F-RATT
               INITIALIZE REC-F-RATT
               MOVE 'SEUIL DE PASSAGE :' TO REC-F-RATT(1:18)
               MOVE WS-SEUIL-PASSAGE TO WS-PNT-STAT
               MOVE WS-PNT-STAT TO REC-F-RATT(20:5)
               MOVE 'SEUIL DE RATTRAPAGE :' TO REC-F-RATT(28:21)
               MOVE WS-SEUIL-RATT TO WS-PNT-STAT
               MOVE WS-PNT-STAT TO REC-F-RATT(50:5)
               MOVE 'POIDS SESSION :' TO REC-F-RATT(58:15)
               MOVE WS-POIDS-RATT TO WS-PNT-RANG
               MOVE WS-PNT-RANG TO REC-F-RATT(74:5)
               MOVE '%' TO REC-F-RATT(80:1)
               WRITE REC-F-RATT
           ELSE
               OPEN EXTEND F-RATT
           END-IF.

           MOVE 0 TO WS-RATT-ELIGIBLES.
           MOVE 0 TO WS-RATT-ADMIS.
           MOVE 0 TO WS-RATT-AJOURNES.
           MOVE 0 TO WS-RATT-ABSENTS.

           INITIALIZE REC-F-RATT.
           MOVE ALL '=' TO REC-F-RATT(1:96).
           WRITE REC-F-RATT.
           INITIALIZE REC-F-RATT.
           MOVE 'CLASSE' TO REC-F-RATT(1:6).
           IF WS-CLASSE-CODE = SPACE
               MOVE '-' TO REC-F-RATT(8:1)
           ELSE
               MOVE WS-CLASSE-CODE TO REC-F-RATT(8:8)
           END-IF.
           WRITE REC-F-RATT.
           INITIALIZE REC-F-RATT.
           MOVE 'ELEVE' TO REC-F-RATT(1:5).
           MOVE 'MOY ANN' TO REC-F-RATT(23:7).
           MOVE 'ABS' TO REC-F-RATT(33:3).
           IF WS-RATT-MODE-YES
               MOVE 'AVANT' TO REC-F-RATT(39:5)
               MOVE 'MOY RATT' TO REC-F-RATT(51:8)
               MOVE 'MOY FIN' TO REC-F-RATT(61:7)
               MOVE 'APRES' TO REC-F-RATT(70:5)
           ELSE
               MOVE 'ECART AU SEUIL' TO REC-F-RATT(39:14)
           END-IF.
           WRITE REC-F-RATT.
           INITIALIZE REC-F-RATT.
           MOVE ALL '-' TO REC-F-RATT(1:96).
           WRITE REC-F-RATT.

       7610-RATT-CLASSE-END.
           EXIT.
      ******************************************************************
      * rattrapage, eleve WS-ID-ORIG (decision de cloture dans
      * WS-DECISION-AV) : a la cloture, ligne de la liste ; au passage
      * RATTRAPAGE, moyenne de session, moyenne finale et decision
      * reprise dans WS-DECISION, ligne avant/apres pour tout eleve
       7620-RATT-ELEVE-START.

           INITIALIZE REC-F-RATT.
           MOVE M-S-FULLNAME(WS-ID-ORIG) TO REC-F-RATT(1:21).
           MOVE M-MOYENNE(WS-ID-ORIG) TO WS-PNT-STAT.
           MOVE WS-PNT-STAT TO REC-F-RATT(24:5).
           MOVE S-NBABS(WS-ID-ORIG) TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-RATT(31:5).

           IF NOT WS-RATT-MODE-YES
               ADD 1 TO WS-RATT-ELIGIBLES
               COMPUTE WS-DELTA = M-MOYENNE(WS-ID-ORIG)
                  - WS-SEUIL-PASSAGE
               MOVE WS-DELTA TO WS-PNT-DELTA
               MOVE WS-PNT-DELTA TO REC-F-RATT(40:6)
               WRITE REC-F-RATT
               GO TO 7620-RATT-ELEVE-END
           END-IF.

           MOVE WS-DECISION-AV TO REC-F-RATT(39:10).
           IF WS-DECISION-AV = 'RATTRAPAGE'
               ADD 1 TO WS-RATT-ELIGIBLES
               IF S-RATT-COEF(WS-ID-ORIG) = 0
      * pas de note de session : l'eleve ne s'est pas presente
                   ADD 1 TO WS-RATT-ABSENTS
                   MOVE 'ABSENT' TO REC-F-RATT(52:6)
                   MOVE 'REDOUBLE  ' TO WS-DECISION
               ELSE
                   DIVIDE S-RATT-SOMME(WS-ID-ORIG)
                      BY S-RATT-COEF(WS-ID-ORIG)
                      GIVING WS-RATT-MOY ROUNDED
                   COMPUTE WS-RATT-FINALE ROUNDED =
                      (M-MOYENNE(WS-ID-ORIG) * WS-POIDS-ANNUEL
                      + WS-RATT-MOY * WS-POIDS-RATT) / 100
                   MOVE WS-RATT-MOY TO WS-PNT-STAT
                   MOVE WS-PNT-STAT TO REC-F-RATT(53:5)
                   MOVE WS-RATT-FINALE TO WS-PNT-STAT
                   MOVE WS-PNT-STAT TO REC-F-RATT(62:5)
                   IF WS-RATT-FINALE >= WS-SEUIL-PASSAGE
                       ADD 1 TO WS-RATT-ADMIS
                       MOVE 'PASSAGE   ' TO WS-DECISION
                   ELSE
                       ADD 1 TO WS-RATT-AJOURNES
                       MOVE 'REDOUBLE  ' TO WS-DECISION
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DECISION TO REC-F-RATT(70:10).
           IF WS-DECISION NOT = WS-DECISION-AV
               MOVE '*' TO REC-F-RATT(81:1)
           END-IF.
           WRITE REC-F-RATT.

       7620-RATT-ELEVE-END.
           EXIT.
      ******************************************************************
      * rattrapage, fin de classe : effectifs de la session
       7630-RATT-FIN-CLASSE-START.

           INITIALIZE REC-F-RATT.
           MOVE ALL '-' TO REC-F-RATT(1:96).
           WRITE REC-F-RATT.
           INITIALIZE REC-F-RATT.
           MOVE 'ADMIS A LA SESSION :' TO REC-F-RATT(1:20).
           MOVE WS-RATT-ELIGIBLES TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-RATT(22:5).
           IF WS-RATT-MODE-YES
               MOVE 'PASSAGE :' TO REC-F-RATT(30:9)
               MOVE WS-RATT-ADMIS TO WS-PNT-RANG
               MOVE WS-PNT-RANG TO REC-F-RATT(40:5)
               MOVE 'REDOUBLE :' TO REC-F-RATT(48:10)
               MOVE WS-RATT-AJOURNES TO WS-PNT-RANG
               MOVE WS-PNT-RANG TO REC-F-RATT(59:5)
               MOVE 'ABSENTS :' TO REC-F-RATT(67:9)
               MOVE WS-RATT-ABSENTS TO WS-PNT-RANG
               MOVE WS-PNT-RANG TO REC-F-RATT(77:5)
           END-IF.
           WRITE REC-F-RATT.
           INITIALIZE REC-F-RATT.
           WRITE REC-F-RATT.
           CLOSE F-RATT.

           ADD WS-RATT-ELIGIBLES TO WS-RATT-TOT-ELIG.
           ADD WS-RATT-ADMIS TO WS-RATT-TOT-ADMIS.

       7630-RATT-FIN-CLASSE-END.
           EXIT.
      ******************************************************************
      * rattrapage, fin du passage : totaux toutes classes
       7640-RATT-FIN-START.

           OPEN EXTEND F-RATT.
           INITIALIZE REC-F-RATT.
           MOVE ALL '=' TO REC-F-RATT(1:96).
           WRITE REC-F-RATT.
           INITIALIZE REC-F-RATT.
           MOVE 'TOTAL ADMIS A LA SESSION :' TO REC-F-RATT(1:26).
           MOVE WS-RATT-TOT-ELIG TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-RATT(28:5).
           IF WS-RATT-MODE-YES
               MOVE 'PASSAGE APRES SESSION :' TO REC-F-RATT(36:23)
               MOVE WS-RATT-TOT-ADMIS TO WS-PNT-RANG
               MOVE WS-PNT-RANG TO REC-F-RATT(60:5)
           END-IF.
           WRITE REC-F-RATT.
           CLOSE F-RATT.
           DISPLAY 'RATTRAPAGE : ' WS-RATT-TOT-ELIG ' ELEVE(S)'.

       7640-RATT-FIN-END.
           EXIT.
      ******************************************************************
      * bascule de moyennes-hist.dat dans l'archive datee de l'annee
      * (moyennes-hist-AAAA.dat) puis remise a zero de l'historique
       7650-ARCHIVE-HISTO-START.
                       MOVE HISTO-LGTH TO WS-HISTO-IDX
                       MOVE H-S-FULLNAME
                          TO HIST-FULLNAME(WS-HISTO-IDX)
                       MOVE 0 TO HIST-NB(WS-HISTO-IDX)
                   END-IF
                   IF WS-HISTO-IDX > 0
                       MOVE HIST-MOYENNE(WS-HISTO-IDX)
                          TO HIST-PREC(WS-HISTO-IDX)
                       MOVE FUNCTION NUMVAL(H-MOYENNE)
                          TO HIST-MOYENNE(WS-HISTO-IDX)
                       ADD 1 TO HIST-NB(WS-HISTO-IDX)
                   END-IF
               END-IF
           END-PERFORM.
                   END-IF
                   END-IF
                   END-IF
      * cours controle contre le referentiel quand il existe
                   IF WS-ROW-VALID-YES AND WS-COURS-MODE-YES
                       PERFORM 8007-CHECK-COURS-START
                          THRU 8007-CHECK-COURS-END
                   END-IF
               WHEN '03'
                   IF R-A-NBABS NOT NUMERIC
                       MOVE 'N' TO WS-ROW-VALID
                   END-IF
                   END-IF
                   END-IF
               WHEN '06'
                   IF STUDENT-LGTH = 1
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE "RATTRAPAGE INVALIDE : AUCUN ETUDIANT"
                          TO WS-REJECT-REASON
                   ELSE
                   IF R-R-LABEL = SPACES OR R-R-GRADE = SPACES
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE "RATTRAPAGE INVALIDE : COURS OU NOTE VIDE"
                          TO WS-REJECT-REASON
                   ELSE
                       MOVE SPACE TO WS-CHK-TEXT
                       MOVE R-R-COEF TO WS-CHK-TEXT(1:3)
                       MOVE R-R-GRADE TO WS-CHK-TEXT(4:5)
                       MOVE 8 TO WS-CHK-LEN
                       PERFORM 8006-CHECK-DIGITS-START
                          THRU 8006-CHECK-DIGITS-END
                       IF WS-CHK-OK-YES
                           IF FUNCTION NUMVAL(R-R-GRADE) > 20
                               MOVE 'N' TO WS-CHK-OK
                           END-IF
                       END-IF
                       IF NOT WS-CHK-OK-YES
                           MOVE 'N' TO WS-ROW-VALID
                           STRING "RATTRAPAGE INVALIDE : NOTE OU COEF ("
                              R-R-LABEL(1:15) ")"
                              DELIMITED BY SIZE
                              INTO WS-REJECT-REASON
                       END-IF
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-ROW-VALID
                   STRING "TYPE ENREGISTREMENT INCONNU : "
       8006-CHECK-DIGITS-END.
           EXIT.
      ******************************************************************
      * cours de la ligne '02' dans le referentiel : le libelle saisi
      * doit etre le code du cours ou son libelle officiel, un niveau
      * doit couvrir la classe courante (le plus precis l'emporte) et
      * un coefficient saisi doit etre celui du referentiel pour ce
      * niveau ; entree retenue dans WS-REF-IDX
       8007-CHECK-COURS-START.

           MOVE R-C-LABEL TO WS-REF-LIB.
           PERFORM 8008-FIND-REF-START THRU 8008-FIND-REF-END.

           IF NOT WS-REF-CONNU-YES
               MOVE 'N' TO WS-ROW-VALID
               STRING "COURS INCONNU : " R-C-LABEL
                  DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
               GO TO 8007-CHECK-COURS-END
           END-IF.
           IF WS-REF-IDX = 0
               MOVE 'N' TO WS-ROW-VALID
               STRING "NIVEAU NON PREVU (" R-C-LABEL(1:20) ")"
                  DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
               GO TO 8007-CHECK-COURS-END
           END-IF.
           IF R-C-COEF NOT = SPACE
               MOVE R-C-COEF TO WS-COEF-LU
               IF WS-COEF-LU NOT = REF-COEF(WS-REF-IDX)
                   MOVE 'N' TO WS-ROW-VALID
                   STRING "COEF INCOHERENT (" R-C-LABEL ")"
                      DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               END-IF
           END-IF.

       8007-CHECK-COURS-END.
           EXIT.
      ******************************************************************
      * recherche de WS-REF-LIB (code ou libelle officiel) pour la
      * classe courante : WS-REF-CONNU si le cours existe, WS-REF-IDX
      * sur l'entree du niveau le plus precis couvrant la classe (0 si
      * aucun niveau ne la couvre), WS-REF-ANY sur la premiere entree
      * du cours quel que soit le niveau
       8008-FIND-REF-START.

           MOVE 'N' TO WS-REF-CONNU.
           MOVE 0 TO WS-REF-IDX.
           MOVE 0 TO WS-REF-ANY.
           MOVE 0 TO WS-REF-SCAN.
           PERFORM REF-LGTH TIMES
               ADD 1 TO WS-REF-SCAN
               IF (REF-CODE(WS-REF-SCAN) = WS-REF-LIB(1:6)
                   AND WS-REF-LIB(7:15) = SPACE)
                  OR REF-LABEL(WS-REF-SCAN) = WS-REF-LIB
                   MOVE 'Y' TO WS-REF-CONNU
                   IF WS-REF-ANY = 0
                       MOVE WS-REF-SCAN TO WS-REF-ANY
                   END-IF
                   IF REF-NIV-LEN(WS-REF-SCAN) = 0
                       IF WS-REF-IDX = 0
                           MOVE WS-REF-SCAN TO WS-REF-IDX
                       END-IF
                   ELSE
                       IF WS-CLASSE-CODE(1:REF-NIV-LEN(WS-REF-SCAN))
                          = REF-NIVEAU(WS-REF-SCAN)
                             (1:REF-NIV-LEN(WS-REF-SCAN))
                           IF WS-REF-IDX = 0
                               MOVE WS-REF-SCAN TO WS-REF-IDX
                           ELSE
                               IF REF-NIV-LEN(WS-REF-SCAN)
                                  > REF-NIV-LEN(WS-REF-IDX)
                                   MOVE WS-REF-SCAN TO WS-REF-IDX
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       8008-FIND-REF-END.
           EXIT.
      ******************************************************************

       8010-HANDLE-STUDENT-START.

      * un etudiant deja connu (fichier multi-periodes) n'est pas
      * duplique : on se repositionne simplement sur lui
           SET WS-STUDENT-CUR TO 0.
           SET IDX-STUDENT TO 1.

           SEARCH STUDENT VARYING IDX-STUDENT
               AT END
                   CONTINUE
               WHEN S-LASTNAME(IDX-STUDENT) = R-S-LASTNAME
      * la case peut venir d'une classe du passage precedent : ses
      * absences ne doivent pas suivre le nouvel eleve
               MOVE 0              TO S-NBABS(STUDENT-LGTH)
               MOVE 0              TO S-RATT-SOMME(STUDENT-LGTH)
               MOVE 0              TO S-RATT-COEF(STUDENT-LGTH)
               MOVE STUDENT-LGTH   TO WS-STUDENT-CUR
               SET STUDENT-LGTH UP BY 1
               INITIALIZE STUDENT(STUDENT-LGTH)
           INITIALIZE WS-BUFFER.
           SET IDX-COURSE TO 1.

      * avec le referentiel, les cours se regroupent sur leur code
      * et prennent libelle officiel, coefficient et professeur
           IF WS-COURS-MODE-YES
               SEARCH COURSE VARYING IDX-COURSE
                   AT END
                       SET WS-VALUE-NOT-PRESENT TO TRUE
                   WHEN C-CODE(IDX-COURSE) = REF-CODE(WS-REF-IDX)
                       SET WS-COURSE-NUM TO IDX-COURSE
                       GO TO 8020-HANDLE-COURSE-END
               END-SEARCH
               MOVE REF-COEF(WS-REF-IDX)  TO C-COEF(COURSE-LGTH)
               MOVE REF-LABEL(WS-REF-IDX) TO C-LABEL(COURSE-LGTH)
               MOVE REF-CODE(WS-REF-IDX)  TO C-CODE(COURSE-LGTH)
               MOVE REF-PROF(WS-REF-IDX)  TO C-PROF(COURSE-LGTH)
               MOVE COURSE-LGTH TO WS-COURSE-NUM
               SET COURSE-LGTH UP BY 1
               IF COURSE-LGTH NOT > 999
                   INITIALIZE COURSE(COURSE-LGTH)
               END-IF
               GO TO 8020-HANDLE-COURSE-END
           END-IF.

           SEARCH COURSE VARYING IDX-COURSE
               AT END
                   SET WS-VALUE-NOT-PRESENT TO TRUE
           DELIMITED BY SIZE
           INTO G-S-FULLNAME(GRADE-LGTH).

           MOVE C-LABEL(WS-COURSE-NUM) TO G-C-LABEL(GRADE-LGTH).
           MOVE R-C-GRADE TO G-GRADE(GRADE-LGTH).
           MOVE WS-STUDENT-CUR TO G-S-NUM(GRADE-LGTH).
           MOVE WS-PERIOD-CUR TO G-P-NUM(GRADE-LGTH).
           MOVE WS-STUDENT-CUR TO AP-S-NUM(APPREC-LGTH).
           MOVE R-AP-LABEL     TO AP-C-LABEL(APPREC-LGTH).
           MOVE R-AP-CODE      TO AP-CODE(APPREC-LGTH).
      * cours de l'appreciation ramene a son code et a son libelle
      * officiel quand le referentiel le connait
           IF WS-COURS-MODE-YES
               MOVE R-AP-LABEL TO WS-REF-LIB
               PERFORM 8008-FIND-REF-START THRU 8008-FIND-REF-END
               IF WS-REF-CONNU-YES
                   IF WS-REF-IDX = 0
                       MOVE WS-REF-ANY TO WS-REF-IDX
                   END-IF
                   MOVE REF-CODE(WS-REF-IDX)
                      TO AP-C-CODE(APPREC-LGTH)
                   MOVE REF-LABEL(WS-REF-IDX)
                      TO AP-C-LABEL(APPREC-LGTH)
               END-IF
           END-IF.
           SET APPREC-LGTH UP BY 1.
           INITIALIZE APPREC(APPREC-LGTH).

       8060-HANDLE-APPREC-END.

      ******************************************************************
      * note de rattrapage de l'eleve courant : cumul note x coef et
      * des coefficients, la moyenne de session se calcule au passage
       8070-HANDLE-RATT-START.

           IF R-R-COEF = SPACE
               MOVE 1 TO WS-RATT-COEF
           ELSE
               MOVE FUNCTION NUMVAL(R-R-COEF) TO WS-RATT-COEF
           END-IF.
           IF WS-RATT-COEF = 0
               MOVE 1 TO WS-RATT-COEF
           END-IF.
           MOVE FUNCTION NUMVAL(R-R-GRADE) TO WS-GRADE-NUM.
           MULTIPLY WS-GRADE-NUM BY WS-RATT-COEF
              GIVING WS-RATT-PRODUIT ROUNDED.
           ADD WS-RATT-PRODUIT TO S-RATT-SOMME(WS-STUDENT-CUR).
           ADD WS-RATT-COEF TO S-RATT-COEF(WS-STUDENT-CUR).

       8070-HANDLE-RATT-END.

      ******************************************************************
      * corrections visant la ligne qui vient d'etre lue : note ('02')
      * ou absences ('03') de l'eleve courant pour la periode
      * courante ; appliquees dans la zone d'enregistrement avant le
      * controle de la ligne, donc tout le passage voit la valeur
      * corrigee
       8100-APPLY-RECT-START.

           IF WS-STUDENT-CUR = 0
              OR (REC-F-INPUT-2 NOT = '02' AND REC-F-INPUT-2 NOT = '03')
               GO TO 8100-APPLY-RECT-END
           END-IF.
           IF WS-PERIOD-CUR = 0
               MOVE '01' TO WS-RECT-PERIODE
           ELSE
               MOVE P-CODE(WS-PERIOD-CUR) TO WS-RECT-PERIODE
           END-IF.
           MOVE SPACE TO WS-RECT-CODE.
           IF REC-F-INPUT-2 = '02' AND WS-COURS-MODE-YES
               MOVE R-C-LABEL TO WS-REF-LIB
               PERFORM 8008-FIND-REF-START THRU 8008-FIND-REF-END
               IF WS-REF-CONNU-YES
                   MOVE REF-CODE(WS-REF-ANY) TO WS-RECT-CODE
               END-IF
           END-IF.

           MOVE 0 TO WS-RECT-IDX.
           PERFORM RC-LGTH TIMES
               ADD 1 TO WS-RECT-IDX
               IF RC-STATUT(WS-RECT-IDX) = SPACE
                  AND RC-CLASSE(WS-RECT-IDX) = WS-CLASSE-CODE
                  AND RC-PERIODE(WS-RECT-IDX) = WS-RECT-PERIODE
                  AND RC-NOM(WS-RECT-IDX) = S-LASTNAME(WS-STUDENT-CUR)
                  AND RC-PRENOM(WS-RECT-IDX)
                      = S-FIRSTNAME(WS-STUDENT-CUR)
                   PERFORM 8110-APPLY-ONE-RECT-START
                      THRU 8110-APPLY-ONE-RECT-END
               END-IF
           END-PERFORM.

       8100-APPLY-RECT-END.
           EXIT.
      ******************************************************************
      * correction WS-RECT-IDX sur la ligne courante : l'ancienne
      * valeur doit etre celle de l'entree, sinon la correction est
      * refusee (la saisie a change depuis la demande)
       8110-APPLY-ONE-RECT-START.

           IF RC-TYPE(WS-RECT-IDX) = 'N' AND REC-F-INPUT-2 = '02'
               IF R-C-LABEL = RC-COURS(WS-RECT-IDX)
                  OR (WS-RECT-CODE NOT = SPACE
                      AND WS-RECT-CODE = RC-CODE(WS-RECT-IDX))
                   IF FUNCTION NUMVAL(R-C-GRADE)
                      = FUNCTION NUMVAL(RC-ANCIEN(WS-RECT-IDX))
                       MOVE FUNCTION NUMVAL(RC-NOUVEAU(WS-RECT-IDX))
                          TO WS-RECT-NOTE
                       MOVE WS-RECT-NOTE TO R-C-GRADE
                       MOVE 'APPLIQUEE' TO RC-STATUT(WS-RECT-IDX)
                       MOVE 'O' TO S-RECT(WS-STUDENT-CUR)
                       MOVE 'Y' TO WS-RECT-MAJ
                   ELSE
                       MOVE 'REFUSEE' TO RC-STATUT(WS-RECT-IDX)
                       STRING 'NOTE SAISIE DIFFERENTE : ' R-C-GRADE
                          DELIMITED BY SIZE
                          INTO RC-MOTIF(WS-RECT-IDX)
                   END-IF
               END-IF
           END-IF.

           IF RC-TYPE(WS-RECT-IDX) = 'A' AND REC-F-INPUT-2 = '03'
               IF R-A-NBABS NUMERIC
                  AND R-A-NBABS
                      = FUNCTION NUMVAL(RC-ANCIEN(WS-RECT-IDX))
                   MOVE FUNCTION NUMVAL(RC-NOUVEAU(WS-RECT-IDX))
                      TO R-A-NBABS
                   MOVE 'APPLIQUEE' TO RC-STATUT(WS-RECT-IDX)
                   MOVE 'O' TO S-RECT(WS-STUDENT-CUR)
                   MOVE 'Y' TO WS-RECT-MAJ
               ELSE
                   MOVE 'REFUSEE' TO RC-STATUT(WS-RECT-IDX)
                   STRING 'ABSENCES SAISIES DIFFERENTES : ' R-A-NBABS
                      DELIMITED BY SIZE
                      INTO RC-MOTIF(WS-RECT-IDX)
               END-IF
           END-IF.

       8110-APPLY-ONE-RECT-END.
           EXIT.

      ******************************************************************
      * ecriture comptee d'une ligne de bulletin (enveloppe)
       7110-WRITE-OUTPUT-START.
           MOVE '*' TO REC-F-OUTPUT(1:1).
           MOVE '*' TO REC-F-OUTPUT(115:1).
           MOVE 'BULLETIN DE NOTES' TO REC-F-OUTPUT(33:20).
           IF WS-RECT-MODE-YES
               MOVE 'BULLETIN DE NOTES - RECTIFICATIF'
                  TO REC-F-OUTPUT(33:32)
           END-IF.
           PERFORM 7110-WRITE-OUTPUT-START
              THRU 7110-WRITE-OUTPUT-END.

           ADD 1 TO WS-ID
           MOVE C-COEF(WS-ID)  TO WS-MAT-C(WS-ID)
           MOVE  C-LABEL(WS-ID) TO WS-MAT-N(WS-ID)     
           IF WS-COURS-MODE-YES
               MOVE C-CODE(WS-ID) TO WS-MAT-N(WS-ID)
           END-IF
           END-PERFORM.

           MOVE WS-BULLETIN-HEAD TO REC-F-OUTPUT
               SET WS-STAT-SUM   TO 0
               SET WS-STAT-MIN   TO 0
               SET WS-STAT-MAX   TO 0
               SET WS-PASS-COUNT TO 0
               SET WS-ID-3 TO IDX-COURSE
               SET IDX-GRADE TO 1
               PERFORM UNTIL IDX-GRADE > GRADE-LGTH
      * regroupement sur le numero de cours (donc sur le code quand
      * le referentiel est charge)
                   IF G-C-NUM(IDX-GRADE) EQUAL WS-ID-3
                       ADD G-GRADE(IDX-GRADE) TO WS-STAT-SUM
                       ADD 1 TO WS-STAT-COUNT
                       IF G-GRADE(IDX-GRADE) >= WS-PASS-THRESHOLD
                           ADD 1 TO WS-PASS-COUNT
                       END-IF
                       IF WS-STAT-COUNT EQUAL 1
                           MOVE G-GRADE(IDX-GRADE) TO WS-STAT-MIN
                           MOVE G-GRADE(IDX-GRADE) TO WS-STAT-MAX
               MOVE WS-STAT-MAX TO C-MAX(IDX-COURSE)

               INITIALIZE REC-F-OUTPUT
               IF WS-COURS-MODE-YES
                   MOVE C-CODE(IDX-COURSE) TO REC-F-OUTPUT(1:6)
                   MOVE C-LABEL(IDX-COURSE) TO REC-F-OUTPUT(8:19)
                   MOVE 'PROF:' TO REC-F-OUTPUT(63:5)
                   MOVE C-PROF(IDX-COURSE) TO REC-F-OUTPUT(69:20)
                   PERFORM 7710-ADD-PROF-START THRU 7710-ADD-PROF-END
               ELSE
                   MOVE C-LABEL(IDX-COURSE) TO REC-F-OUTPUT(1:25)
               END-IF
               MOVE 'MOY:' TO REC-F-OUTPUT(27:4)
               MOVE WS-STAT-AVG TO WS-PNT-STAT
               MOVE WS-PNT-STAT TO REC-F-OUTPUT(32:5)

       9021-COURSE-STATS-END.
           EXIT.
      ******************************************************************
      * resultats du cours IDX-COURSE de la classe courante mis de cote
      * pour la synthese par professeur
       7710-ADD-PROF-START.

           IF WS-STAT-COUNT = 0 OR PS-LGTH NOT < 999
               GO TO 7710-ADD-PROF-END
           END-IF.
           ADD 1 TO PS-LGTH.
           MOVE C-PROF(IDX-COURSE)  TO PS-PROF(PS-LGTH).
           MOVE WS-CLASSE-CODE      TO PS-CLASSE(PS-LGTH).
           MOVE C-CODE(IDX-COURSE)  TO PS-CODE(PS-LGTH).
           MOVE C-LABEL(IDX-COURSE) TO PS-LABEL(PS-LGTH).
           MOVE WS-STAT-COUNT       TO PS-NB(PS-LGTH).
           MOVE WS-STAT-SUM         TO PS-SOMME(PS-LGTH).
           MOVE WS-STAT-MIN         TO PS-MIN(PS-LGTH).
           MOVE WS-STAT-MAX         TO PS-MAX(PS-LGTH).
           MOVE WS-PASS-COUNT       TO PS-PASS(PS-LGTH).

       7710-ADD-PROF-END.
           EXIT.
      ******************************************************************
      * synthese par professeur (cours-professeurs.dat) : pour chaque
      * professeur, ses cours classe par classe avec nombre de notes,
      * moyenne, mini, maxi et taux de reussite, puis son total
       7700-WRITE-PROFS-START.

           OPEN OUTPUT F-PROFS.
           IF F-PROFS-STATUS NOT = '00'
               DISPLAY 'ERROR PROFS FILE ' F-PROFS-STATUS
               GO TO 7700-WRITE-PROFS-END
           END-IF.

           INITIALIZE REC-F-PROFS.
           MOVE ALL '*' TO REC-F-PROFS(1:70).
           WRITE REC-F-PROFS.
           INITIALIZE REC-F-PROFS.
           MOVE 'SYNTHESE DES RESULTATS PAR PROFESSEUR'
              TO REC-F-PROFS(3:37).
           WRITE REC-F-PROFS.
           INITIALIZE REC-F-PROFS.
           MOVE ALL '*' TO REC-F-PROFS(1:70).
           WRITE REC-F-PROFS.

           SORT F-TRI-PROFS
               ON ASCENDING KEY TRI-P-PROF TRI-P-CLASSE TRI-P-CODE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 7701-RELEASE-PROFS-START
                  THRU 7701-RELEASE-PROFS-END
               OUTPUT PROCEDURE IS 7702-RETURN-PROFS-START
                  THRU 7702-RETURN-PROFS-END.

           CLOSE F-PROFS.

       7700-WRITE-PROFS-END.
           EXIT.
      ******************************************************************
       7701-RELEASE-PROFS-START.

           SET WS-ID-3 TO 0.
           PERFORM PS-LGTH TIMES
               ADD 1 TO WS-ID-3
               INITIALIZE TRI-PROF-REC
               MOVE PS-PROF(WS-ID-3)   TO TRI-P-PROF
               MOVE PS-CLASSE(WS-ID-3) TO TRI-P-CLASSE
               MOVE PS-CODE(WS-ID-3)   TO TRI-P-CODE
               MOVE PS-LABEL(WS-ID-3)  TO TRI-P-LABEL
               MOVE PS-NB(WS-ID-3)     TO TRI-P-NB
               MOVE PS-SOMME(WS-ID-3)  TO TRI-P-SOMME
               MOVE PS-MIN(WS-ID-3)    TO TRI-P-MIN
               MOVE PS-MAX(WS-ID-3)    TO TRI-P-MAX
               MOVE PS-PASS(WS-ID-3)   TO TRI-P-PASS
               RELEASE TRI-PROF-REC
           END-PERFORM.

       7701-RELEASE-PROFS-END.
           EXIT.
      ******************************************************************
       7702-RETURN-PROFS-START.

           MOVE 'NON' TO WS-TRI-FINI.
           MOVE HIGH-VALUE TO WS-PROF-COURANT.
           PERFORM UNTIL WS-TRI-FINI = 'OUI'
               RETURN F-TRI-PROFS
                   AT END
                       MOVE 'OUI' TO WS-TRI-FINI
                   NOT AT END
                       IF TRI-P-PROF NOT = WS-PROF-COURANT
                           IF WS-PROF-COURANT NOT = HIGH-VALUE
                               PERFORM 7703-PROF-FOOTER-START
                                  THRU 7703-PROF-FOOTER-END
                           END-IF
                           MOVE TRI-P-PROF TO WS-PROF-COURANT
                           MOVE 0 TO WS-PROF-NB
                           MOVE 0 TO WS-PROF-SOMME
                           INITIALIZE REC-F-PROFS
                           WRITE REC-F-PROFS
                           MOVE 'PROFESSEUR :' TO REC-F-PROFS(1:12)
                           MOVE TRI-P-PROF TO REC-F-PROFS(14:20)
                           IF TRI-P-PROF = SPACE
                               MOVE '(NON RENSEIGNE)'
                                  TO REC-F-PROFS(14:15)
                           END-IF
                           WRITE REC-F-PROFS
                       END-IF
                       ADD TRI-P-NB TO WS-PROF-NB
                       ADD TRI-P-SOMME TO WS-PROF-SOMME
                       INITIALIZE REC-F-PROFS
                       MOVE TRI-P-CLASSE TO REC-F-PROFS(3:8)
                       MOVE TRI-P-CODE TO REC-F-PROFS(12:6)
                       MOVE TRI-P-LABEL TO REC-F-PROFS(19:21)
                       MOVE 'NOTES:' TO REC-F-PROFS(41:6)
                       MOVE TRI-P-NB TO WS-PNT-NBR
                       MOVE WS-PNT-NBR TO REC-F-PROFS(48:5)
                       MOVE 'MOY:' TO REC-F-PROFS(55:4)
                       DIVIDE TRI-P-SOMME BY TRI-P-NB
                          GIVING WS-STAT-AVG ROUNDED
                       MOVE WS-STAT-AVG TO WS-PNT-STAT
                       MOVE WS-PNT-STAT TO REC-F-PROFS(60:5)
                       MOVE 'MIN:' TO REC-F-PROFS(67:4)
                       MOVE TRI-P-MIN TO WS-PNT-STAT
                       MOVE WS-PNT-STAT TO REC-F-PROFS(72:5)
                       MOVE 'MAX:' TO REC-F-PROFS(79:4)
                       MOVE TRI-P-MAX TO WS-PNT-STAT
                       MOVE WS-PNT-STAT TO REC-F-PROFS(84:5)
                       MOVE 'REUSSITE:' TO REC-F-PROFS(91:9)
                       COMPUTE WS-ID-3 ROUNDED
                          = TRI-P-PASS * 100 / TRI-P-NB
                       MOVE WS-ID-3 TO REC-F-PROFS(101:3)
                       MOVE '%' TO REC-F-PROFS(104:1)
                       WRITE REC-F-PROFS
               END-RETURN
           END-PERFORM.
           IF WS-PROF-COURANT NOT = HIGH-VALUE
               PERFORM 7703-PROF-FOOTER-START
                  THRU 7703-PROF-FOOTER-END
           END-IF.

       7702-RETURN-PROFS-END.
           EXIT.
      ******************************************************************
       7703-PROF-FOOTER-START.

           INITIALIZE REC-F-PROFS.
           MOVE 'TOTAL PROFESSEUR' TO REC-F-PROFS(3:16).
           MOVE 'NOTES:' TO REC-F-PROFS(41:6).
           MOVE WS-PROF-NB TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-PROFS(48:5).
           MOVE 'MOY:' TO REC-F-PROFS(55:4).
           IF WS-PROF-NB > 0
               DIVIDE WS-PROF-SOMME BY WS-PROF-NB
                  GIVING WS-STAT-AVG ROUNDED
           ELSE
               MOVE 0 TO WS-STAT-AVG
           END-IF.
           MOVE WS-STAT-AVG TO WS-PNT-STAT.
           MOVE WS-PNT-STAT TO REC-F-PROFS(60:5).
           WRITE REC-F-PROFS.

       7703-PROF-FOOTER-END.
           EXIT.
      ******************************************************************
      * fin du passage rectificatif d'une classe : corrections non
      * retrouvees dans l'entree, section du registre, puis mise a
      * jour de l'historique et remplacement de l'entree de la classe
      * par sa copie corrigee (un prochain passage repart des valeurs
      * corrigees)
       7800-RECT-CLASS-START.

           MOVE 0 TO WS-RECT-IDX.
           PERFORM RC-LGTH TIMES
               ADD 1 TO WS-RECT-IDX
               IF RC-CLASSE(WS-RECT-IDX) = WS-CLASSE-CODE
                  AND RC-STATUT(WS-RECT-IDX) = SPACE
                   MOVE 'REFUSEE' TO RC-STATUT(WS-RECT-IDX)
                   MOVE 'NOTE OU ABSENCES INTROUVABLES'
                      TO RC-MOTIF(WS-RECT-IDX)
               END-IF
           END-PERFORM.

           PERFORM 7810-RECT-REGISTRE-START
              THRU 7810-RECT-REGISTRE-END.

           IF WS-RECT-MAJ-YES
               PERFORM 7270-UPDATE-HISTO-START
                  THRU 7270-UPDATE-HISTO-END
               PERFORM 7280-REWRITE-INPUT-START
                  THRU 7280-REWRITE-INPUT-END
           END-IF.

       7800-RECT-CLASS-END.
           EXIT.
      ******************************************************************
      * section de la classe dans le registre : corrections demandees
      * avec leur statut, puis chaque eleve reedite avec sa moyenne
      * et son rang publies et rectifies
       7810-RECT-REGISTRE-START.

           INITIALIZE REC-F-REGISTRE.
           WRITE REC-F-REGISTRE.
           INITIALIZE REC-F-REGISTRE.
           MOVE 'CLASSE :' TO REC-F-REGISTRE(1:8).
           MOVE WS-CLASSE-CODE TO REC-F-REGISTRE(10:8).
           IF WS-CLASSE-CODE = SPACE
               MOVE '(CLASSE UNIQUE)' TO REC-F-REGISTRE(10:15)
           END-IF.
           WRITE REC-F-REGISTRE.
           INITIALIZE REC-F-REGISTRE.
           MOVE 'PE' TO REC-F-REGISTRE(1:2).
           MOVE 'ELEVE' TO REC-F-REGISTRE(4:5).
           MOVE 'TYPE' TO REC-F-REGISTRE(19:4).
           MOVE 'COURS' TO REC-F-REGISTRE(24:5).
           MOVE 'ANCIEN' TO REC-F-REGISTRE(46:6).
           MOVE 'NOUVEAU' TO REC-F-REGISTRE(54:7).
           MOVE 'DEMANDEUR' TO REC-F-REGISTRE(62:9).
           MOVE 'STATUT' TO REC-F-REGISTRE(83:6).
           MOVE 'MOTIF' TO REC-F-REGISTRE(93:5).
           WRITE REC-F-REGISTRE.
           INITIALIZE REC-F-REGISTRE.
           MOVE ALL '-' TO REC-F-REGISTRE(1:128).
           WRITE REC-F-REGISTRE.

           MOVE 0 TO WS-RECT-IDX.
           PERFORM RC-LGTH TIMES
               ADD 1 TO WS-RECT-IDX
               IF RC-CLASSE(WS-RECT-IDX) = WS-CLASSE-CODE
                   PERFORM 7815-RECT-LIGNE-START
                      THRU 7815-RECT-LIGNE-END
               END-IF
           END-PERFORM.

           INITIALIZE REC-F-REGISTRE.
           MOVE 'ELEVES REEDITES ET RANGS MODIFIES :'
              TO REC-F-REGISTRE(1:35).
           WRITE REC-F-REGISTRE.
           MOVE 0 TO WS-AP-PRINTED.
           SET WS-ID TO 0.
           PERFORM STUDENT-LGTH TIMES
               ADD 1 TO WS-ID
               SET WS-ID-ORIG TO WS-SORT-STUDENT(WS-ID)
               PERFORM 7820-RECT-ELEVE-START
                  THRU 7820-RECT-ELEVE-END
           END-PERFORM.
           IF WS-AP-PRINTED = 0
               INITIALIZE REC-F-REGISTRE
               MOVE '  (AUCUN)' TO REC-F-REGISTRE(1:9)
               WRITE REC-F-REGISTRE
           END-IF.

       7810-RECT-REGISTRE-END.
           EXIT.
      ******************************************************************
      * ligne du registre pour la correction WS-RECT-IDX
       7815-RECT-LIGNE-START.

           INITIALIZE REC-F-REGISTRE.
           MOVE RC-PERIODE(WS-RECT-IDX) TO REC-F-REGISTRE(1:2).
           STRING RC-PRENOM(WS-RECT-IDX) ' ' RC-NOM(WS-RECT-IDX)
              DELIMITED BY SIZE INTO REC-F-REGISTRE(4:14).
           IF RC-TYPE(WS-RECT-IDX) = 'A'
               MOVE 'ABS' TO REC-F-REGISTRE(19:4)
           ELSE
               MOVE 'NOTE' TO REC-F-REGISTRE(19:4)
           END-IF.
           MOVE RC-COURS(WS-RECT-IDX) TO REC-F-REGISTRE(24:21).
           MOVE RC-ANCIEN(WS-RECT-IDX) TO REC-F-REGISTRE(46:5).
           MOVE '->' TO REC-F-REGISTRE(52:2).
           MOVE RC-NOUVEAU(WS-RECT-IDX) TO REC-F-REGISTRE(55:5).
           MOVE RC-PROF(WS-RECT-IDX) TO REC-F-REGISTRE(62:20).
           MOVE RC-STATUT(WS-RECT-IDX) TO REC-F-REGISTRE(83:9).
           MOVE RC-MOTIF(WS-RECT-IDX) TO REC-F-REGISTRE(93:36).
           WRITE REC-F-REGISTRE.

       7815-RECT-LIGNE-END.
           EXIT.
      ******************************************************************
      * eleve WS-ID-ORIG : moyenne annuelle et rang publies (derniere
      * moyenne de l'historique, rang parmi les moyennes publiees de
      * la classe) puis rectifies ; ligne ecrite pour un eleve reedite
      * et pour un eleve dont seul le rang a change (non reedite)
       7820-RECT-ELEVE-START.

           MOVE 'N' TO WS-RECT-CONNU.
           MOVE M-S-FULLNAME(WS-ID-ORIG) TO FS-NAME.
           PERFORM 7255-FIND-HISTO-START THRU 7255-FIND-HISTO-END.
           IF WS-HISTO-FOUND-YES
               MOVE 'Y' TO WS-RECT-CONNU
               MOVE HIST-MOYENNE(WS-HISTO-IDX) TO WS-RECT-MOY-AV
               MOVE 1 TO WS-RECT-RANG-AV
               MOVE 0 TO WS-RECT-ELEVE
               PERFORM STUDENT-LGTH TIMES
                   ADD 1 TO WS-RECT-ELEVE
                   MOVE M-S-FULLNAME(WS-RECT-ELEVE) TO FS-NAME
                   PERFORM 7255-FIND-HISTO-START
                      THRU 7255-FIND-HISTO-END
                   IF WS-HISTO-FOUND-YES
                       IF HIST-MOYENNE(WS-HISTO-IDX) > WS-RECT-MOY-AV
                           ADD 1 TO WS-RECT-RANG-AV
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACE TO FS-NAME.

           PERFORM 7242-COMPUTE-RANK-START
              THRU 7242-COMPUTE-RANK-END.

           IF NOT S-RECT-YES(WS-ID-ORIG)
               IF NOT WS-RECT-CONNU-YES
                  OR WS-RANG = WS-RECT-RANG-AV
                   GO TO 7820-RECT-ELEVE-END
               END-IF
           END-IF.

           ADD 1 TO WS-AP-PRINTED.
           INITIALIZE REC-F-REGISTRE.
           IF S-RECT-YES(WS-ID-ORIG)
               ADD 1 TO WS-RECT-ELEVES
           ELSE
               MOVE 'RANG SEUL MODIFIE, NON REEDITE'
                  TO REC-F-REGISTRE(98:30)
           END-IF.
           MOVE M-S-FULLNAME(WS-ID-ORIG) TO REC-F-REGISTRE(3:20).
           MOVE 'MOY PUBLIEE :' TO REC-F-REGISTRE(25:13).
           MOVE 'RECTIFIEE :' TO REC-F-REGISTRE(46:11).
           MOVE M-MOYENNE(WS-ID-ORIG) TO WS-PNT-STAT.
           MOVE WS-PNT-STAT TO REC-F-REGISTRE(58:5).
           MOVE 'RANG :' TO REC-F-REGISTRE(65:6).
           MOVE '->' TO REC-F-REGISTRE(78:2).
           MOVE WS-RANG TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-REGISTRE(81:5).
           MOVE 'SUR' TO REC-F-REGISTRE(87:3).
           MOVE STUDENT-LGTH TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-REGISTRE(91:5).
           IF WS-RECT-CONNU-YES
               MOVE WS-RECT-MOY-AV TO WS-PNT-STAT
               MOVE WS-PNT-STAT TO REC-F-REGISTRE(39:5)
               MOVE WS-RECT-RANG-AV TO WS-PNT-RANG
               MOVE WS-PNT-RANG TO REC-F-REGISTRE(72:5)
           ELSE
               MOVE '  N/D' TO REC-F-REGISTRE(39:5)
               MOVE '  N/D' TO REC-F-REGISTRE(72:5)
           END-IF.
           WRITE REC-F-REGISTRE.

       7820-RECT-ELEVE-END.
           EXIT.
      ******************************************************************
      * moyennes rectifiees dans l'historique : le dernier
      * enregistrement de chaque eleve reedite (celui du bulletin
      * publie) est remplace en gardant sa date ; un eleve encore
      * absent de l'historique y est ajoute a la date du jour. Le
      * fichier est recopie par moyennes-hist.tmp puis recharge
       7270-UPDATE-HISTO-START.

           SET WS-ID TO 0.
           PERFORM STUDENT-LGTH TIMES
               ADD 1 TO WS-ID
               MOVE 0 TO RH-REC(WS-ID)
           END-PERFORM.

      * premier passage : rang du dernier enregistrement de chaque
      * eleve reedite
           MOVE 0 TO WS-HREC-NUM.
           OPEN INPUT F-HISTO.
           IF F-HISTO-STATUS-OK
               MOVE 'N' TO WS-COPIE-FINI
               PERFORM UNTIL WS-COPIE-FINI = 'Y'
                   READ F-HISTO
                   AT END
                       MOVE 'Y' TO WS-COPIE-FINI
                   NOT AT END
                       ADD 1 TO WS-HREC-NUM
                       SET WS-ID TO 0
                       PERFORM STUDENT-LGTH TIMES
                           ADD 1 TO WS-ID
                           IF S-RECT-YES(WS-ID)
                              AND M-S-FULLNAME(WS-ID) = H-S-FULLNAME
                               MOVE WS-HREC-NUM TO RH-REC(WS-ID)
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE F-HISTO
           END-IF.

      * second passage : recopie avec les moyennes rectifiees
           MOVE 'moyennes-hist.tmp' TO WS-HISTARCH-NAME.
           OPEN OUTPUT F-HISTARCH.
           IF F-HISTARCH-STATUS NOT = '00'
               DISPLAY 'ERROR HISTO TMP FILE ' F-HISTARCH-STATUS
               GO TO 7270-UPDATE-HISTO-END
           END-IF.
           MOVE 0 TO WS-HREC-NUM.
           OPEN INPUT F-HISTO.
           IF F-HISTO-STATUS-OK
               MOVE 'N' TO WS-COPIE-FINI
               PERFORM UNTIL WS-COPIE-FINI = 'Y'
                   READ F-HISTO
                   AT END
                       MOVE 'Y' TO WS-COPIE-FINI
                   NOT AT END
                       ADD 1 TO WS-HREC-NUM
                       SET WS-ID TO 0
                       PERFORM STUDENT-LGTH TIMES
                           ADD 1 TO WS-ID
                           IF S-RECT-YES(WS-ID)
                              AND RH-REC(WS-ID) = WS-HREC-NUM
                               MOVE M-MOYENNE(WS-ID) TO H-MOYENNE
                           END-IF
                       END-PERFORM
                       MOVE REC-F-HISTO TO REC-F-HISTARCH
                       WRITE REC-F-HISTARCH
                   END-READ
               END-PERFORM
               CLOSE F-HISTO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           SET WS-ID TO 0.
           PERFORM STUDENT-LGTH TIMES
               ADD 1 TO WS-ID
               IF S-RECT-YES(WS-ID) AND RH-REC(WS-ID) = 0
                   MOVE SPACE TO REC-F-HISTARCH
                   MOVE WS-RUN-DATE TO REC-F-HISTARCH(1:8)
                   MOVE M-S-FULLNAME(WS-ID) TO REC-F-HISTARCH(10:20)
                   MOVE M-MOYENNE(WS-ID) TO WS-RECT-NOTE
                   MOVE WS-RECT-NOTE TO REC-F-HISTARCH(31:5)
                   WRITE REC-F-HISTARCH
               END-IF
           END-PERFORM.
           CLOSE F-HISTARCH.

      * rechargement de l'historique depuis la copie
           OPEN INPUT F-HISTARCH.
           OPEN OUTPUT F-HISTO.
           MOVE 'N' TO WS-COPIE-FINI.
           PERFORM UNTIL WS-COPIE-FINI = 'Y'
               READ F-HISTARCH
               AT END
                   MOVE 'Y' TO WS-COPIE-FINI
               NOT AT END
                   MOVE REC-F-HISTARCH TO REC-F-HISTO
                   WRITE REC-F-HISTO
               END-READ
           END-PERFORM.
           CLOSE F-HISTARCH.
           CLOSE F-HISTO.

       7270-UPDATE-HISTO-END.
           EXIT.
      ******************************************************************
      * l'entree de la classe est remplacee par sa copie corrigee
       7280-REWRITE-INPUT-START.

           OPEN INPUT F-RECT-TMP.
           IF F-RECT-TMP-STATUS NOT = '00'
               DISPLAY 'ERROR RECTIF TMP FILE ' F-RECT-TMP-STATUS
               GO TO 7280-REWRITE-INPUT-END
           END-IF.
           OPEN OUTPUT F-INPUT-MAJ.
           IF F-INPUT-MAJ-STATUS NOT = '00'
               DISPLAY 'ERROR INPUT FILE ' FUNCTION TRIM(WS-INPUT-NAME)
               CLOSE F-RECT-TMP
               GO TO 7280-REWRITE-INPUT-END
           END-IF.
           MOVE 'N' TO WS-COPIE-FINI.
           PERFORM UNTIL WS-COPIE-FINI = 'Y'
               READ F-RECT-TMP
               AT END
                   MOVE 'Y' TO WS-COPIE-FINI
               NOT AT END
                   MOVE REC-F-RECT-TMP TO REC-F-INPUT-MAJ
                   WRITE REC-F-INPUT-MAJ
               END-READ
           END-PERFORM.
           CLOSE F-RECT-TMP.
           CLOSE F-INPUT-MAJ.
           DISPLAY 'ENTREE CORRIGEE : ' FUNCTION TRIM(WS-INPUT-NAME).

       7280-REWRITE-INPUT-END.
           EXIT.
      ******************************************************************
      * registre des rectificatifs (registre-rectificatifs.dat) :
      * cumule d'un passage a l'autre, une section datee par passage
       7880-RECT-DEBUT-START.

           OPEN EXTEND F-REGISTRE.
           IF NOT F-REGISTRE-STATUS-OK
               OPEN OUTPUT F-REGISTRE
           END-IF.
           IF NOT F-REGISTRE-STATUS-OK
               DISPLAY 'ERROR REGISTRE FILE ' F-REGISTRE-STATUS
               MOVE 'N' TO WS-PROCESS-OK
               GO TO 7880-RECT-DEBUT-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           INITIALIZE REC-F-REGISTRE.
           MOVE ALL '*' TO REC-F-REGISTRE(1:128).
           WRITE REC-F-REGISTRE.
           INITIALIZE REC-F-REGISTRE.
           MOVE 'REGISTRE DES RECTIFICATIFS DE NOTES'
              TO REC-F-REGISTRE(3:35).
           MOVE 'PASSAGE DU' TO REC-F-REGISTRE(45:10).
           STRING WS-RUN-DATE(7:2) '/' WS-RUN-DATE(5:2) '/'
              WS-RUN-DATE(1:4) DELIMITED BY SIZE
              INTO REC-F-REGISTRE(56:10).
           WRITE REC-F-REGISTRE.
           INITIALIZE REC-F-REGISTRE.
           MOVE ALL '*' TO REC-F-REGISTRE(1:128).
           WRITE REC-F-REGISTRE.

       7880-RECT-DEBUT-END.
           EXIT.
      ******************************************************************
      * fin du registre : corrections dont la classe n'a pas ete
      * traitee (absente de classes.lst ou entree illisible), totaux
      * et visa du responsable pedagogique
       7890-RECT-FIN-START.

           MOVE 0 TO WS-AP-PRINTED.
           MOVE 0 TO WS-RECT-IDX.
           PERFORM RC-LGTH TIMES
               ADD 1 TO WS-RECT-IDX
               IF RC-STATUT(WS-RECT-IDX) = SPACE
                   MOVE 'REFUSEE' TO RC-STATUT(WS-RECT-IDX)
                   MOVE SPACE TO RC-MOTIF(WS-RECT-IDX)
                   STRING 'CLASSE NON TRAITEE : '
                      RC-CLASSE(WS-RECT-IDX)
                      DELIMITED BY SIZE INTO RC-MOTIF(WS-RECT-IDX)
                   IF WS-AP-PRINTED = 0
                       INITIALIZE REC-F-REGISTRE
                       WRITE REC-F-REGISTRE
                       MOVE 'CORRECTIONS HORS CLASSES TRAITEES :'
                          TO REC-F-REGISTRE(1:35)
                       WRITE REC-F-REGISTRE
                   END-IF
                   ADD 1 TO WS-AP-PRINTED
                   PERFORM 7815-RECT-LIGNE-START
                      THRU 7815-RECT-LIGNE-END
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-RECT-APPLIQUEE.
           MOVE 0 TO WS-RECT-REFUSEE.
           MOVE 0 TO WS-RECT-IDX.
           PERFORM RC-LGTH TIMES
               ADD 1 TO WS-RECT-IDX
               IF RC-STATUT(WS-RECT-IDX) = 'APPLIQUEE'
                   ADD 1 TO WS-RECT-APPLIQUEE
               ELSE
                   ADD 1 TO WS-RECT-REFUSEE
               END-IF
           END-PERFORM.
           ADD WS-RECT-REFUSEE TO WS-REJECT-COUNT.

           INITIALIZE REC-F-REGISTRE.
           MOVE ALL '-' TO REC-F-REGISTRE(1:128).
           WRITE REC-F-REGISTRE.
           INITIALIZE REC-F-REGISTRE.
           MOVE 'CORRECTIONS :' TO REC-F-REGISTRE(1:13).
           MOVE RC-LGTH TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REGISTRE(15:5).
           MOVE 'APPLIQUEES :' TO REC-F-REGISTRE(22:12).
           MOVE WS-RECT-APPLIQUEE TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REGISTRE(35:5).
           MOVE 'REFUSEES :' TO REC-F-REGISTRE(42:10).
           MOVE WS-RECT-REFUSEE TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REGISTRE(53:5).
           MOVE 'ELEVES REEDITES :' TO REC-F-REGISTRE(60:17).
           MOVE WS-RECT-ELEVES TO WS-PNT-NBR.
           MOVE WS-PNT-NBR TO REC-F-REGISTRE(78:5).
           WRITE REC-F-REGISTRE.
           INITIALIZE REC-F-REGISTRE.
           WRITE REC-F-REGISTRE.
           MOVE 'VISA DU RESPONSABLE PEDAGOGIQUE : ....................'
              TO REC-F-REGISTRE(1:54).
           MOVE 'DATE : ..........' TO REC-F-REGISTRE(60:17).
           WRITE REC-F-REGISTRE.
           INITIALIZE REC-F-REGISTRE.
           WRITE REC-F-REGISTRE.
           CLOSE F-REGISTRE.

           DISPLAY 'CORRECTIONS APPLIQUEES = ' WS-RECT-APPLIQUEE
              ' REFUSEES = ' WS-RECT-REFUSEE.

       7890-RECT-FIN-END.
           EXIT.
      ******************************************************************
      * courriers aux familles de la classe courante, dans l'ordre
      * alphabetique : un courrier par eleve sous le seuil
      * d'avertissement, au-dela du plafond d'absences ou sous le seuil
      * de passage ; courriers.dat et courriers-liste.dat sont cumules
      * sur toutes les classes du passage
       7900-COURRIERS-START.

           IF WS-COURRIER-FIRST = 'Y'
               PERFORM 7905-COURRIERS-DEBUT-START
                  THRU 7905-COURRIERS-DEBUT-END
           ELSE
               OPEN EXTEND F-COURRIER
               OPEN EXTEND F-ENVOI
           END-IF.
           IF WS-COURRIER-FIRST = 'Y'
               GO TO 7900-COURRIERS-END
           END-IF.

           MOVE 0 TO WS-COURRIER-CLASSE.
           SET WS-ID TO 0.
           PERFORM STUDENT-LGTH TIMES
               ADD 1 TO WS-ID
               SET WS-ID-ORIG TO WS-SORT-STUDENT(WS-ID)
               MOVE 'N' TO WS-MOTIF-AVERT
               MOVE 'N' TO WS-MOTIF-ABS
               MOVE 'N' TO WS-MOTIF-PASSAGE
               PERFORM 7520-MENTION-START THRU 7520-MENTION-END
               IF WS-MENTION = 'AVERTISSEMENT'
                   MOVE 'Y' TO WS-MOTIF-AVERT
               END-IF
               IF S-NBABS(WS-ID-ORIG) > WS-ABS-MAX
                   MOVE 'Y' TO WS-MOTIF-ABS
               END-IF
               IF M-MOYENNE(WS-ID-ORIG) < WS-SEUIL-PASSAGE
                   MOVE 'Y' TO WS-MOTIF-PASSAGE
               END-IF
               IF WS-MOTIF-AVERT-YES OR WS-MOTIF-ABS-YES
                  OR WS-MOTIF-PASSAGE-YES
                   PERFORM 7910-COURRIER-ELEVE-START
                      THRU 7910-COURRIER-ELEVE-END
               END-IF
           END-PERFORM.

      * sous-total de la classe dans la liste d'envoi
           INITIALIZE REC-F-ENVOI.
           MOVE 'TOTAL CLASSE' TO REC-F-ENVOI(1:12).
           IF WS-CLASSE-CODE = SPACE
               MOVE '-' TO REC-F-ENVOI(14:1)
           ELSE
               MOVE WS-CLASSE-CODE TO REC-F-ENVOI(14:8)
           END-IF.
           MOVE ':' TO REC-F-ENVOI(23:1).
           MOVE WS-COURRIER-CLASSE TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-ENVOI(25:5).
           MOVE 'COURRIER(S)' TO REC-F-ENVOI(31:11).
           WRITE REC-F-ENVOI.
           INITIALIZE REC-F-ENVOI.
           WRITE REC-F-ENVOI.

           CLOSE F-COURRIER.
           CLOSE F-ENVOI.

       7900-COURRIERS-END.
           EXIT.
      ******************************************************************
      * premier passage : creation des fichiers, en-tete de la liste
      * d'envoi et chargement des modeles de texte
       7905-COURRIERS-DEBUT-START.

           OPEN OUTPUT F-COURRIER.
           IF NOT F-COURRIER-STATUS = '00'
               DISPLAY 'ERROR COURRIER FILE ' F-COURRIER-STATUS
               MOVE 'NON' TO WS-COURRIER-MODE
               GO TO 7905-COURRIERS-DEBUT-END
           END-IF.
           OPEN OUTPUT F-ENVOI.
           IF NOT F-ENVOI-STATUS = '00'
               DISPLAY 'ERROR ENVOI FILE ' F-ENVOI-STATUS
               CLOSE F-COURRIER
               MOVE 'NON' TO WS-COURRIER-MODE
               GO TO 7905-COURRIERS-DEBUT-END
           END-IF.
           MOVE 'N' TO WS-COURRIER-FIRST.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE SPACE TO WS-LET-DATE.
           STRING WS-RUN-DATE(7:2) '/' WS-RUN-DATE(5:2) '/'
              WS-RUN-DATE(1:4) DELIMITED BY SIZE
              INTO WS-LET-DATE.

           INITIALIZE REC-F-ENVOI.
           MOVE 'LISTE D ENVOI DES COURRIERS AUX FAMILLES'
              TO REC-F-ENVOI(1:40).
           MOVE 'CONSEIL DU' TO REC-F-ENVOI(45:10).
           MOVE WS-LET-DATE TO REC-F-ENVOI(56:10).
           WRITE REC-F-ENVOI.
           INITIALIZE REC-F-ENVOI.
           MOVE 'CLASSE' TO REC-F-ENVOI(1:6).
           MOVE 'ELEVE' TO REC-F-ENVOI(10:5).
           MOVE 'MOYENNE' TO REC-F-ENVOI(32:7).
           MOVE 'ABS' TO REC-F-ENVOI(42:3).
           MOVE 'AVERT' TO REC-F-ENVOI(48:5).
           MOVE 'ABSENCES' TO REC-F-ENVOI(55:8).
           MOVE 'PASSAGE' TO REC-F-ENVOI(65:7).
           WRITE REC-F-ENVOI.
           INITIALIZE REC-F-ENVOI.
           MOVE ALL '-' TO REC-F-ENVOI(1:72).
           WRITE REC-F-ENVOI.

      * modeles : courriers-modeles.dat s'il existe ; un motif absent
      * du fichier garde le texte standard
           MOVE 0 TO MODELE-LGTH.
           MOVE 'N' TO WS-MODELES-FINI.
           OPEN INPUT F-MODELES.
           IF NOT F-MODELES-STATUS-OK
               GO TO 7905-COURRIERS-DEBUT-END
           END-IF.
           PERFORM UNTIL WS-MODELES-FINI = 'Y'
               READ F-MODELES
                   AT END
                       MOVE 'Y' TO WS-MODELES-FINI
                   NOT AT END
                       IF MOD-CODE(1:1) NOT = '*'
                          AND MOD-CODE NOT = SPACE
                          AND MODELE-LGTH < 99
                           ADD 1 TO MODELE-LGTH
                           MOVE MOD-CODE TO MO-CODE(MODELE-LGTH)
                           MOVE MOD-TEXTE TO MO-TEXTE(MODELE-LGTH)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MODELES.

       7905-COURRIERS-DEBUT-END.
           EXIT.
      ******************************************************************
      * courrier de l'eleve WS-ID-ORIG : en-tete, un paragraphe par
      * motif, moyennes par periode, absences et appreciations ; ligne
      * correspondante dans la liste d'envoi
       7910-COURRIER-ELEVE-START.

           ADD 1 TO WS-COURRIER-CLASSE.
           ADD 1 TO WS-COURRIER-TOTAL.

           MOVE SPACE TO WS-OBJET.
           MOVE 1 TO WS-OBJET-PTR.
           IF WS-MOTIF-AVERT-YES
               STRING 'AVERTISSEMENT / ' DELIMITED BY SIZE
                  INTO WS-OBJET WITH POINTER WS-OBJET-PTR
           END-IF.
           IF WS-MOTIF-ABS-YES
               STRING 'ABSENCES / ' DELIMITED BY SIZE
                  INTO WS-OBJET WITH POINTER WS-OBJET-PTR
           END-IF.
           IF WS-MOTIF-PASSAGE-YES
               STRING 'RISQUE DE REDOUBLEMENT / ' DELIMITED BY SIZE
                  INTO WS-OBJET WITH POINTER WS-OBJET-PTR
           END-IF.
           SUBTRACT 3 FROM WS-OBJET-PTR.
           MOVE SPACE TO WS-OBJET(WS-OBJET-PTR:3).

           INITIALIZE REC-F-COURRIER.
           MOVE ALL '=' TO REC-F-COURRIER(1:72).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           MOVE 'LE' TO REC-F-COURRIER(50:2).
           MOVE WS-LET-DATE TO REC-F-COURRIER(53:10).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           MOVE 'AUX PARENTS DE' TO REC-F-COURRIER(40:14).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           MOVE M-S-FULLNAME(WS-ID-ORIG) TO REC-F-COURRIER(40:21).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           IF WS-CLASSE-CODE NOT = SPACE
               MOVE 'CLASSE' TO REC-F-COURRIER(40:6)
               MOVE WS-CLASSE-CODE TO REC-F-COURRIER(47:8)
           END-IF.
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           MOVE 'OBJET :' TO REC-F-COURRIER(1:7).
           MOVE WS-OBJET TO REC-F-COURRIER(9:60).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           MOVE 'Madame, Monsieur,' TO REC-F-COURRIER(1:17).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           WRITE REC-F-COURRIER.

           IF WS-MOTIF-AVERT-YES
               MOVE 'AVERT ' TO WS-MOTIF-CODE
               PERFORM 7920-COURRIER-MODELE-START
                  THRU 7920-COURRIER-MODELE-END
           END-IF.
           IF WS-MOTIF-ABS-YES
               MOVE 'ABSENC' TO WS-MOTIF-CODE
               PERFORM 7920-COURRIER-MODELE-START
                  THRU 7920-COURRIER-MODELE-END
           END-IF.
           IF WS-MOTIF-PASSAGE-YES
               MOVE 'PASSAG' TO WS-MOTIF-CODE
               PERFORM 7920-COURRIER-MODELE-START
                  THRU 7920-COURRIER-MODELE-END
           END-IF.

      * resultats de l'eleve
           INITIALIZE REC-F-COURRIER.
           MOVE 'RESULTATS DE VOTRE ENFANT :' TO REC-F-COURRIER(1:27).
           WRITE REC-F-COURRIER.
           SET WS-PERIOD-ID TO 0.
           PERFORM PERIODE-LGTH TIMES
               ADD 1 TO WS-PERIOD-ID
               PERFORM 7930-MOY-PERIODE-START
                  THRU 7930-MOY-PERIODE-END
               INITIALIZE REC-F-COURRIER
               MOVE 'PERIODE' TO REC-F-COURRIER(3:7)
               MOVE P-CODE(WS-PERIOD-ID) TO REC-F-COURRIER(11:2)
               MOVE P-LABEL(WS-PERIOD-ID) TO REC-F-COURRIER(14:20)
               MOVE 'MOYENNE :' TO REC-F-COURRIER(36:9)
               IF WS-LET-COEF > 0
                   MOVE WS-LET-MOY TO WS-PNT-STAT
                   MOVE WS-PNT-STAT TO REC-F-COURRIER(46:5)
               ELSE
                   MOVE 'NON NOTE' TO REC-F-COURRIER(46:8)
               END-IF
               WRITE REC-F-COURRIER
           END-PERFORM.

           PERFORM 7242-COMPUTE-RANK-START
              THRU 7242-COMPUTE-RANK-END.
           INITIALIZE REC-F-COURRIER.
           MOVE 'MOYENNE ANNUELLE :' TO REC-F-COURRIER(3:18).
           MOVE M-MOYENNE(WS-ID-ORIG) TO WS-PNT-STAT.
           MOVE WS-PNT-STAT TO REC-F-COURRIER(22:5).
           MOVE 'RANG :' TO REC-F-COURRIER(36:6).
           MOVE WS-RANG TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-COURRIER(43:5).
           MOVE 'SUR' TO REC-F-COURRIER(49:3).
           MOVE STUDENT-LGTH TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-COURRIER(53:5).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           MOVE 'ABSENCES :' TO REC-F-COURRIER(3:10).
           MOVE S-NBABS(WS-ID-ORIG) TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-COURRIER(14:5).
           MOVE 'PLAFOND ADMIS :' TO REC-F-COURRIER(36:15).
           MOVE WS-ABS-MAX TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-COURRIER(52:5).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           WRITE REC-F-COURRIER.

      * appreciations des professeurs
           INITIALIZE REC-F-COURRIER.
           MOVE 'APPRECIATIONS DES PROFESSEURS :'
              TO REC-F-COURRIER(1:31).
           WRITE REC-F-COURRIER.
           MOVE 0 TO WS-AP-PRINTED.
           SET WS-AP-IDX TO 0.
           PERFORM APPREC-LGTH TIMES
               ADD 1 TO WS-AP-IDX
               IF AP-S-NUM(WS-AP-IDX) = WS-ID-ORIG
                   ADD 1 TO WS-AP-PRINTED
                   PERFORM 7530-APPREC-LIB-START
                      THRU 7530-APPREC-LIB-END
                   INITIALIZE REC-F-COURRIER
                   MOVE AP-C-LABEL(WS-AP-IDX) TO REC-F-COURRIER(3:21)
                   MOVE WS-AP-LIB TO REC-F-COURRIER(26:16)
                   WRITE REC-F-COURRIER
               END-IF
           END-PERFORM.
           IF WS-AP-PRINTED = 0
               INITIALIZE REC-F-COURRIER
               MOVE '  (AUCUNE APPRECIATION SAISIE)'
                  TO REC-F-COURRIER(1:30)
               WRITE REC-F-COURRIER
           END-IF.

           INITIALIZE REC-F-COURRIER.
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           MOVE
           "Nous vous prions d'agreer, Madame, Monsieur, l'expression"
              TO REC-F-COURRIER(1:57).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           MOVE 'de nos salutations distinguees.'
              TO REC-F-COURRIER(1:31).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           MOVE "Le chef d'etablissement" TO REC-F-COURRIER(45:23).
           WRITE REC-F-COURRIER.
           INITIALIZE REC-F-COURRIER.
           WRITE REC-F-COURRIER.

      * ligne de la liste d'envoi
           INITIALIZE REC-F-ENVOI.
           IF WS-CLASSE-CODE = SPACE
               MOVE '-' TO REC-F-ENVOI(1:1)
           ELSE
               MOVE WS-CLASSE-CODE TO REC-F-ENVOI(1:8)
           END-IF.
           MOVE M-S-FULLNAME(WS-ID-ORIG) TO REC-F-ENVOI(10:21).
           MOVE M-MOYENNE(WS-ID-ORIG) TO WS-PNT-STAT.
           MOVE WS-PNT-STAT TO REC-F-ENVOI(33:5).
           MOVE S-NBABS(WS-ID-ORIG) TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-ENVOI(40:5).
           IF WS-MOTIF-AVERT-YES
               MOVE 'X' TO REC-F-ENVOI(50:1)
           END-IF.
           IF WS-MOTIF-ABS-YES
               MOVE 'X' TO REC-F-ENVOI(58:1)
           END-IF.
           IF WS-MOTIF-PASSAGE-YES
               MOVE 'X' TO REC-F-ENVOI(68:1)
           END-IF.
           WRITE REC-F-ENVOI.

       7910-COURRIER-ELEVE-END.
           EXIT.
      ******************************************************************
      * paragraphe du motif WS-MOTIF-CODE : lignes du fichier de
      * modeles, a defaut texte standard
       7920-COURRIER-MODELE-START.

           MOVE 0 TO WS-MOTIF-LIGNES.
           SET WS-MOD-IDX TO 0.
           PERFORM MODELE-LGTH TIMES
               ADD 1 TO WS-MOD-IDX
               IF MO-CODE(WS-MOD-IDX) = WS-MOTIF-CODE
                   ADD 1 TO WS-MOTIF-LIGNES
                   INITIALIZE REC-F-COURRIER
                   MOVE MO-TEXTE(WS-MOD-IDX) TO REC-F-COURRIER(1:70)
                   WRITE REC-F-COURRIER
               END-IF
           END-PERFORM.

           IF WS-MOTIF-LIGNES = 0
               SET WS-MOD-IDX TO 0
               PERFORM 13 TIMES
                   ADD 1 TO WS-MOD-IDX
                   IF MD-CODE(WS-MOD-IDX) = WS-MOTIF-CODE
                       INITIALIZE REC-F-COURRIER
                       MOVE MD-TEXTE(WS-MOD-IDX)
                          TO REC-F-COURRIER(1:70)
                       WRITE REC-F-COURRIER
                   END-IF
               END-PERFORM
           END-IF.

           INITIALIZE REC-F-COURRIER.
           WRITE REC-F-COURRIER.

       7920-COURRIER-MODELE-END.
           EXIT.
      ******************************************************************
      * moyenne de l'eleve WS-ID-ORIG sur la periode WS-PERIOD-ID,
      * calculee comme sur le bulletin (produits note x coef arrondis)
       7930-MOY-PERIODE-START.

           MOVE 0 TO WS-LET-SOMME.
           MOVE 0 TO WS-LET-COEF.
           MOVE 0 TO WS-LET-MOY.
           SET WS-ID-3 TO ZERO.
           PERFORM COURSE-LGTH TIMES
               ADD 1 TO WS-ID-3
               PERFORM 7230-FIND-GRADE-START
                  THRU 7230-FIND-GRADE-END
               IF WS-GRADE-FOUND-YES
                   MULTIPLY G-GRADE(WS-ID2) BY C-COEF(WS-ID-3)
                      GIVING WS-LET-PRODUIT ROUNDED
                   ADD WS-LET-PRODUIT TO WS-LET-SOMME
                   ADD C-COEF(WS-ID-3) TO WS-LET-COEF
               END-IF
           END-PERFORM.
           IF WS-LET-COEF > 0
               DIVIDE WS-LET-SOMME BY WS-LET-COEF
                  GIVING WS-LET-MOY ROUNDED
           END-IF.

       7930-MOY-PERIODE-END.
           EXIT.
      ******************************************************************
      * fin de la liste d'envoi : total general des courriers
       7950-COURRIERS-FIN-START.

           OPEN EXTEND F-ENVOI.
           INITIALIZE REC-F-ENVOI.
           MOVE ALL '-' TO REC-F-ENVOI(1:72).
           WRITE REC-F-ENVOI.
           INITIALIZE REC-F-ENVOI.
           MOVE 'TOTAL GENERAL :' TO REC-F-ENVOI(1:15).
           MOVE WS-COURRIER-TOTAL TO WS-PNT-RANG.
           MOVE WS-PNT-RANG TO REC-F-ENVOI(25:5).
           MOVE 'COURRIER(S)' TO REC-F-ENVOI(31:11).
           WRITE REC-F-ENVOI.
           CLOSE F-ENVOI.
           DISPLAY 'COURRIERS AUX FAMILLES : ' WS-COURRIER-TOTAL.

       7950-COURRIERS-FIN-END.
           EXIT.
      ******************************************************************
       9020-FOOTER-START.
           INITIALIZE REC-F-OUTPUT.
