IDENTIFICATION DIVISION.
PROGRAM-ID. tableau_rectificatif.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Journal des mouvements de la liste alimente par le programme
*> electeurs (saisie, lot, mouvements)
        SELECT fjournal ASSIGN TO "journal_electeurs.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fjour_stat.
        SELECT faffectation ASSIGN TO "faffectation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fa_id
        FILE STATUS IS faffec_stat.
        SELECT fbureaux ASSIGN TO "fbureaux.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fbu_num
        ALTERNATE RECORD KEY fbu_ville WITH DUPLICATES
        FILE STATUS IS fbureaux_stat.
        SELECT ftableau ASSIGN TO "tableau_rectificatif.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS ftab_stat.
        SELECT ftri ASSIGN TO "tri_rectificatif.tmp".

DATA DIVISION.
FILE SECTION.
        FD fjournal.
        01 journalTampon.
          02 fjo_date PIC 9(8).
          02 fjo_heure PIC 9(6).
          02 fjo_type PIC X.
             88 fjo-inscription VALUE 'I'.
             88 fjo-radiation VALUE 'R'.
             88 fjo-modification VALUE 'M'.
          02 fjo_origine PIC 9.
             88 fjo-saisie VALUE 1.
             88 fjo-lot VALUE 2.
             88 fjo-mouvements VALUE 3.
          02 fjo_motif PIC X(30).
          02 fjo_id PIC 9(15).
          02 fjo_nom PIC X(30).
          02 fjo_prenom PIC X(30).
          02 fjo_datenaissance PIC 9(8).
          02 fjo_villeHabitation PIC X(30).
          02 fjo_handicap PIC 9.
          02 fjo_ancville PIC X(30).
          02 fjo_noebur PIC X(4).
          02 fjo_execution PIC X(14).
          02 fjo_numenreg PIC 9(9).
        FD faffectation.
        01 affecTampon.
          02 fa_id PIC 9(15).
          02 fa_nom PIC X(30).
          02 fa_prenom PIC X(30).
          02 fa_noebur PIC X(4).
          02 fa_ville PIC X(30).
        FD fbureaux.
        01 bureauxTampon.
          02 fbu_num PIC X(4).
          02 fbu_ville PIC X(30).
          02 fbu_heure_fermeture PIC 9(2).
          02 fbu_heure_ouverture PIC 9(2).
          02 fbu_etat PIC 9(2).
             88 fbu-pas-ouvert VALUE 1.
             88 fbu-ouvert VALUE 2.
             88 fbu-ferme VALUE 3.
             88 fbu-resultats-transmis VALUE 4.
        FD ftableau.
        01 tableauTampon PIC X(170).
        SD ftri.
        01 triTampon.
          02 ft_noebur PIC X(4).
          02 ft_ordre PIC 9.
          02 ft_nom PIC X(30).
          02 ft_prenom PIC X(30).
          02 ft_date PIC 9(8).
          02 ft_heure PIC 9(6).
          02 ft_id PIC 9(15).
          02 ft_datenaissance PIC 9(8).
          02 ft_motif PIC X(30).
          02 ft_autre_bureau PIC X(4).

WORKING-STORAGE SECTION.
        77 fjour_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 fbureaux_stat PIC 9(2).
        77 ftab_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Waffec_dispo PIC 9.
        77 Wdate_debut PIC 9(8).
        77 Wdate_fin PIC 9(8).
        77 Wbureau_actuel PIC X(4).
        77 Wnoebur_prec PIC X(4).
        77 Wordre_prec PIC 9.
        77 Wpremier PIC 9.
        77 Wnblus PIC 9(8).
        77 Wnbretenus PIC 9(8).
        77 Wnbadd_bureau PIC 9(6).
        77 Wnbrad_bureau PIC 9(6).
        77 Wnbmod_bureau PIC 9(6).
        77 Wnbadd_total PIC 9(8).
        77 Wnbrad_total PIC 9(8).
        77 Wnbmod_total PIC 9(8).
        77 Wio_ko PIC 9 VALUE 0.

        01 WligneTitre.
           02 FILLER PIC X(52) VALUE
              '=== TABLEAU RECTIFICATIF DE LA LISTE ELECTORALE ==='.

        01 WlignePeriode.
           02 FILLER PIC X(14) VALUE 'Mouvements du '.
           02 Wlp_debut PIC 9(8).
           02 FILLER PIC X(4) VALUE ' au '.
           02 Wlp_fin PIC 9(8).
           02 FILLER PIC X(13) VALUE ' - edite le '.
           02 Wlp_edition PIC X(8).

        01 WligneBureau.
           02 FILLER PIC X(11) VALUE '--- BUREAU '.
           02 Wlb_noebur PIC X(4).
           02 FILLER PIC X(2) VALUE ' ('.
           02 Wlb_ville PIC X(30).
           02 FILLER PIC X(5) VALUE ') ---'.

        01 WligneSansBureau.
           02 FILLER PIC X(50) VALUE
              '--- ELECTEURS NON AFFECTES A UN BUREAU ---'.

        01 WligneSection.
           02 FILLER PIC X(2) VALUE SPACES.
           02 Wls_libelle PIC X(30).

        01 WligneMouvement.
           02 FILLER PIC X(4) VALUE SPACES.
           02 Wlm_nom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wlm_prenom PIC X(30).
           02 FILLER PIC X(10) VALUE ' NE(E) LE '.
           02 Wlm_datenaissance PIC 9(8).
           02 FILLER PIC X(7) VALUE ' NO SS '.
           02 Wlm_id PIC 9(15).
           02 FILLER PIC X(4) VALUE ' LE '.
           02 Wlm_date PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 Wlm_motif PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wlm_autre PIC X(20).

        01 WligneTotalBureau.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'Additions : '.
           02 Wlt_nbadd PIC 9(6).
           02 FILLER PIC X(15) VALUE '  Radiations : '.
           02 Wlt_nbrad PIC 9(6).
           02 FILLER PIC X(18) VALUE '  Modifications : '.
           02 Wlt_nbmod PIC 9(6).

        01 WligneTotalGeneral.
           02 FILLER PIC X(20) VALUE 'TOTAL - Additions : '.
           02 Wlg_nbadd PIC 9(8).
           02 FILLER PIC X(15) VALUE '  Radiations : '.
           02 Wlg_nbrad PIC 9(8).
           02 FILLER PIC X(18) VALUE '  Modifications : '.
           02 Wlg_nbmod PIC 9(8).

PROCEDURE DIVISION.

*> Tableau rectificatif de la liste electorale pour la
*> commission de controle : inscriptions (additions), radiations
*> et modifications journalisees entre deux dates, groupees par
*> bureau d'affectation avec le motif de chaque mouvement.
*> Un changement d'adresse qui fait changer de bureau apparait
*> comme une radiation de l'ancien bureau et une addition au
*> nouveau.
        DISPLAY 'Date de debut de la periode (AAAAMMJJ)'
        ACCEPT Wdate_debut
        DISPLAY 'Date de fin de la periode (AAAAMMJJ)'
        ACCEPT Wdate_fin

*> Le tri plante si son fichier d'entree n'existe pas : on
*> controle d'abord que le journal a bien ete alimente
        OPEN INPUT fjournal
        IF fjour_stat = 35 THEN
           DISPLAY 'Fichier journal_electeurs.dat introuvable, '
              'aucun mouvement journalise'
           MOVE 1 TO Wio_ko
        ELSE
           CLOSE fjournal
           PERFORM TRIE_ET_EDITE_TABLEAU
        END-IF

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        TRIE_ET_EDITE_TABLEAU.
        SORT ftri
           ON ASCENDING KEY ft_noebur ft_ordre ft_nom ft_prenom
              ft_date ft_heure
           INPUT PROCEDURE IS SELECTIONNE_MOUVEMENTS
           OUTPUT PROCEDURE IS EDITE_TABLEAU_TRIE
        DISPLAY 'Mouvements lus au journal : ', Wnblus
        DISPLAY 'Lignes du tableau : ', Wnbretenus
        DISPLAY 'Tableau rectificatif edite dans tableau_rectificatif.dat'.

        SELECTIONNE_MOUVEMENTS.
*> Retient les mouvements de la periode et les range sous leur
*> bureau : bureau actuel de l'affectation pour une inscription
*> (le nouvel inscrit n'avait pas encore de bureau), bureau au
*> moment du mouvement pour une radiation
        MOVE 0 TO Wnblus
        MOVE 0 TO Wnbretenus
        MOVE 1 TO Waffec_dispo
        OPEN INPUT faffectation
        IF faffec_stat = 35 THEN
           MOVE 0 TO Waffec_dispo
           DISPLAY 'Fichier faffectation.dat introuvable, bureaux '
              'pris au journal seulement'
        END-IF
        OPEN INPUT fjournal
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fjournal
              AT END MOVE 1 TO Wfin
              NOT AT END
                 ADD 1 TO Wnblus
                 IF fjo_date NOT < Wdate_debut
                    AND fjo_date NOT > Wdate_fin THEN
                    PERFORM RANGE_MOUVEMENT
                 END-IF
           END-READ
        END-PERFORM
        CLOSE fjournal
        IF Waffec_dispo = 1 THEN
           CLOSE faffectation
        END-IF.

        RANGE_MOUVEMENT.
*> journalTampon est deja charge par l'appelant
        PERFORM CHERCHE_BUREAU_ACTUEL
        MOVE fjo_nom TO ft_nom
        MOVE fjo_prenom TO ft_prenom
        MOVE fjo_date TO ft_date
        MOVE fjo_heure TO ft_heure
        MOVE fjo_id TO ft_id
        MOVE fjo_datenaissance TO ft_datenaissance
        MOVE fjo_motif TO ft_motif
        MOVE SPACES TO ft_autre_bureau
        EVALUATE TRUE
           WHEN fjo-inscription
              MOVE 1 TO ft_ordre
              IF Wbureau_actuel NOT = SPACES THEN
                 MOVE Wbureau_actuel TO ft_noebur
              ELSE
                 MOVE fjo_noebur TO ft_noebur
              END-IF
              PERFORM LIBERE_LIGNE
           WHEN fjo-radiation
              MOVE 2 TO ft_ordre
              MOVE fjo_noebur TO ft_noebur
              PERFORM LIBERE_LIGNE
           WHEN fjo-modification
              IF Wbureau_actuel NOT = SPACES AND fjo_noebur NOT = SPACES
                 AND Wbureau_actuel NOT = fjo_noebur THEN
*> Changement de bureau : depart de l'ancien, arrivee au nouveau
                 MOVE 2 TO ft_ordre
                 MOVE fjo_noebur TO ft_noebur
                 MOVE Wbureau_actuel TO ft_autre_bureau
                 PERFORM LIBERE_LIGNE
                 MOVE 1 TO ft_ordre
                 MOVE Wbureau_actuel TO ft_noebur
                 MOVE fjo_noebur TO ft_autre_bureau
                 PERFORM LIBERE_LIGNE
              ELSE
                 MOVE 3 TO ft_ordre
                 IF fjo_noebur NOT = SPACES THEN
                    MOVE fjo_noebur TO ft_noebur
                 ELSE
                    MOVE Wbureau_actuel TO ft_noebur
                 END-IF
                 PERFORM LIBERE_LIGNE
              END-IF
           WHEN OTHER
              DISPLAY 'Mouvement de type inconnu ignore : ', fjo_type,
                 ' electeur ', fjo_id
        END-EVALUATE.

        CHERCHE_BUREAU_ACTUEL.
*> fjo_id est deja positionne ; bureau actuel dans Wbureau_actuel,
*> a blanc si l'electeur n'est pas (ou plus) affecte
        MOVE SPACES TO Wbureau_actuel
        IF Waffec_dispo = 1 THEN
           MOVE fjo_id TO fa_id
           READ faffectation
              NOT INVALID KEY
                 MOVE fa_noebur TO Wbureau_actuel
           END-READ
        END-IF.

        LIBERE_LIGNE.
        RELEASE triTampon
        ADD 1 TO Wnbretenus.

        EDITE_TABLEAU_TRIE.
*> Rupture par bureau (en-tete avec la ville, totaux du bureau)
*> et par nature de mouvement a l'interieur du bureau
        MOVE 0 TO Wnbadd_total
        MOVE 0 TO Wnbrad_total
        MOVE 0 TO Wnbmod_total
        MOVE 1 TO Wpremier
        OPEN OUTPUT ftableau
        OPEN INPUT fbureaux
        WRITE tableauTampon FROM WligneTitre END-WRITE
        MOVE Wdate_debut TO Wlp_debut
        MOVE Wdate_fin TO Wlp_fin
        MOVE FUNCTION CURRENT-DATE (1:8) TO Wlp_edition
        WRITE tableauTampon FROM WlignePeriode END-WRITE
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           RETURN ftri
              AT END
                 MOVE 1 TO Wfin
                 IF Wpremier = 0 THEN
                    PERFORM EDITE_TOTAL_BUREAU
                 END-IF
              NOT AT END
                 IF Wpremier = 1 OR ft_noebur NOT = Wnoebur_prec THEN
                    IF Wpremier = 0 THEN
                       PERFORM EDITE_TOTAL_BUREAU
                    END-IF
                    PERFORM EDITE_ENTETE_BUREAU
                    MOVE 0 TO Wpremier
                 END-IF
                 IF ft_ordre NOT = Wordre_prec THEN
                    PERFORM EDITE_SECTION
                 END-IF
                 PERFORM EDITE_LIGNE_MOUVEMENT
           END-RETURN
        END-PERFORM
        MOVE Wnbadd_total TO Wlg_nbadd
        MOVE Wnbrad_total TO Wlg_nbrad
        MOVE Wnbmod_total TO Wlg_nbmod
        WRITE tableauTampon FROM WligneTotalGeneral END-WRITE
        IF ftab_stat NOT = 0 AND ftab_stat NOT = 2 AND ftab_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF
        CLOSE fbureaux
        CLOSE ftableau.

        EDITE_ENTETE_BUREAU.
*> ft_noebur est le bureau de la ligne courante ; la ville est
*> lue dans fbureaux
        MOVE SPACES TO tableauTampon
        WRITE tableauTampon END-WRITE
        IF ft_noebur = SPACES THEN
           WRITE tableauTampon FROM WligneSansBureau END-WRITE
        ELSE
           MOVE ft_noebur TO Wlb_noebur
           MOVE 'Bureau inconnu' TO Wlb_ville
           MOVE ft_noebur TO fbu_num
           READ fbureaux
              NOT INVALID KEY
                 MOVE fbu_ville TO Wlb_ville
           END-READ
           WRITE tableauTampon FROM WligneBureau END-WRITE
        END-IF
        MOVE ft_noebur TO Wnoebur_prec
        MOVE 0 TO Wordre_prec
        MOVE 0 TO Wnbadd_bureau
        MOVE 0 TO Wnbrad_bureau
        MOVE 0 TO Wnbmod_bureau.

        EDITE_SECTION.
        EVALUATE ft_ordre
           WHEN 1
              MOVE 'ADDITIONS' TO Wls_libelle
           WHEN 2
              MOVE 'RADIATIONS' TO Wls_libelle
           WHEN OTHER
              MOVE 'MODIFICATIONS' TO Wls_libelle
        END-EVALUATE
        WRITE tableauTampon FROM WligneSection END-WRITE
        MOVE ft_ordre TO Wordre_prec.

        EDITE_LIGNE_MOUVEMENT.
        MOVE ft_nom TO Wlm_nom
        MOVE ft_prenom TO Wlm_prenom
        MOVE ft_datenaissance TO Wlm_datenaissance
        MOVE ft_id TO Wlm_id
        MOVE ft_date TO Wlm_date
        MOVE ft_motif TO Wlm_motif
        MOVE SPACES TO Wlm_autre
        IF ft_autre_bureau NOT = SPACES THEN
           IF ft_ordre = 1 THEN
              STRING 'VENANT DU BUREAU ' DELIMITED BY SIZE
                 ft_autre_bureau DELIMITED BY SIZE
                 INTO Wlm_autre
              END-STRING
           ELSE
              STRING 'VERS LE BUREAU ' DELIMITED BY SIZE
                 ft_autre_bureau DELIMITED BY SIZE
                 INTO Wlm_autre
              END-STRING
           END-IF
        END-IF
        WRITE tableauTampon FROM WligneMouvement END-WRITE
        IF ftab_stat NOT = 0 AND ftab_stat NOT = 2 AND ftab_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF
        EVALUATE ft_ordre
           WHEN 1
              ADD 1 TO Wnbadd_bureau
              ADD 1 TO Wnbadd_total
           WHEN 2
              ADD 1 TO Wnbrad_bureau
              ADD 1 TO Wnbrad_total
           WHEN OTHER
              ADD 1 TO Wnbmod_bureau
              ADD 1 TO Wnbmod_total
        END-EVALUATE.

        EDITE_TOTAL_BUREAU.
        MOVE Wnbadd_bureau TO Wlt_nbadd
        MOVE Wnbrad_bureau TO Wlt_nbrad
        MOVE Wnbmod_bureau TO Wlt_nbmod
        WRITE tableauTampon FROM WligneTotalBureau END-WRITE.
