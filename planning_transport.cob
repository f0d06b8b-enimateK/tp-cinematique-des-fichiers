IDENTIFICATION DIVISION.
PROGRAM-ID. planning_transport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT fmobilite ASSIGN TO "fmobilete.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fmobi_stat.
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
*> Parc de vehicules tenu par le programme vehicules
        SELECT fvehicules ASSIGN TO "fvehicules.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fve_immat
        ALTERNATE RECORD KEY fve_ville WITH DUPLICATES
        FILE STATUS IS fveh_stat.
*> Feuille de route de chaque vehicule : ses rotations dans
*> l'ordre horaire et les electeurs pris en charge a chacune
        SELECT ffeuilles ASSIGN TO "feuilles_route.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS ffeu_stat.
*> Electeurs du plan de mobilite qu'aucun vehicule ne peut
*> prendre en charge, avec le motif
        SELECT falertes ASSIGN TO "alertes_transport.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS falt_stat.
*> Fichier de travail indexe recree a chaque planification : les
*> prises en charge rangees par vehicule puis par heure de
*> rotation, pour l'edition des feuilles de route
        SELECT ftrav_planning ASSIGN TO "trav_planning.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY ftp_cle
        FILE STATUS IS ftravp_stat.
        SELECT ftri ASSIGN TO "tri_planning.tmp".

DATA DIVISION.
FILE SECTION.
        FD fmobilite.
        01 mobiTampon.
          02 fm_id PIC 9(15).
          02 fm_nom PIC X(30).
          02 fm_prenom PIC X(30).
          02 fm_datenaissance PIC 9(8).
          02 fm_villeHabitation PIC X(30).
          02 fm_handicap PIC 9.
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
        FD fvehicules.
        01 vehiculeTampon.
          02 fve_immat PIC X(10).
          02 fve_ville PIC X(30).
          02 fve_places PIC 9(2).
          02 fve_places_pmr PIC 9(2).
          02 fve_chauffeur PIC X(30).
          02 fve_actif PIC 9.
             88 fve-actif VALUE 1.
             88 fve-retire VALUE 0.
        FD ffeuilles.
        01 feuilleTampon PIC X(120).
        FD falertes.
        01 alerteTampon PIC X(140).
        FD ftrav_planning.
        01 travPlanTampon.
          02 ftp_cle.
             03 ftp_immat PIC X(10).
             03 ftp_debut PIC 9(4).
             03 ftp_rang PIC 9(6).
          02 ftp_ville PIC X(30).
          02 ftp_notour PIC 9(3).
          02 ftp_noebur PIC X(4).
          02 ftp_id PIC 9(15).
          02 ftp_nom PIC X(30).
          02 ftp_prenom PIC X(30).
          02 ftp_handicap PIC 9.
        SD ftri.
        01 triTampon.
          02 ft_ville PIC X(30).
          02 ft_noebur PIC X(4).
          02 ft_handicap PIC 9.
          02 ft_nom PIC X(30).
          02 ft_prenom PIC X(30).
          02 ft_id PIC 9(15).
          02 ft_ouverture PIC 9(2).
          02 ft_fermeture PIC 9(2).
          02 ft_anomalie PIC 9.
             88 ft-sans-affectation VALUE 1.
             88 ft-bureau-inconnu VALUE 2.

WORKING-STORAGE SECTION.
        77 fmobi_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 fbureaux_stat PIC 9(2).
        77 fveh_stat PIC 9(2).
        77 ffeu_stat PIC 9(2).
        77 falt_stat PIC 9(2).
        77 ftravp_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wduree PIC 9(3).
        77 Wville_prec PIC X(30).
        77 Wnoebur_prec PIC X(4).
        77 Wpremier PIC 9.
        77 Wnbveh PIC 9(2).
        77 Wnbveh_pmr PIC 9(2).
        77 Wv PIC 9(2).
        77 Wbesoin_pmr PIC 9.
        77 Wchoix PIC 9(2).
        77 Wchoix_debut PIC 9(4).
        77 Wdebut_cand PIC 9(4).
        77 Wouverture_min PIC 9(4).
        77 Wlimite_min PIC 9(4).
        77 Wtour_vh PIC 9(2).
        77 Wtour_places PIC 9(2).
        77 Wtour_pmr PIC 9(2).
        77 Wtour_debut PIC 9(4).
        77 Wtour_notour PIC 9(3).
        77 Wnotour PIC 9(3).
        77 Wrang PIC 9(6).
        77 Wminutes PIC 9(4).
        77 Wplace PIC 9.
        77 Wmotif PIC X(60).
        77 Wimmat_prec PIC X(10).
        77 Wdebut_prec PIC 9(4).
        77 Wnblus PIC 9(8).
        77 Wnbplanifies PIC 9(8).
        77 Wnbalertes PIC 9(8).
        77 Wnbrotations PIC 9(6).
        77 Wnbvehicules_utilises PIC 9(4).
        77 Wio_ko PIC 9 VALUE 0.

*> Vehicules en service de la ville en cours de planification,
*> avec l'heure (en minutes) a laquelle chacun redevient libre
        01 WparcVille.
           02 Wvehicule OCCURS 50 TIMES.
              03 Wvh_immat PIC X(10).
              03 Wvh_places PIC 9(2).
              03 Wvh_pmr PIC 9(2).
              03 Wvh_dispo PIC 9(4).

        01 WheureEd.
           02 Whe_hh PIC 99.
           02 FILLER PIC X VALUE 'h'.
           02 Whe_mm PIC 99.

        01 WligneVehicule.
           02 FILLER PIC X(13) VALUE '=== VEHICULE '.
           02 Wlv_immat PIC X(10).
           02 FILLER PIC X(3) VALUE ' - '.
           02 Wlv_ville PIC X(30).
           02 FILLER PIC X(13) VALUE ' - chauffeur '.
           02 Wlv_chauffeur PIC X(30).
           02 FILLER PIC X(4) VALUE ' ==='.

        01 WligneCapacite.
           02 FILLER PIC X(15) VALUE '    capacite : '.
           02 Wlc_places PIC Z9.
           02 FILLER PIC X(17) VALUE ' places assises, '.
           02 Wlc_pmr PIC Z9.
           02 FILLER PIC X(22) VALUE ' places pour fauteuil'.

        01 WligneRotation.
           02 FILLER PIC X(8) VALUE 'TOUR NO '.
           02 Wlr_notour PIC 9(3).
           02 FILLER PIC X(10) VALUE ' - bureau '.
           02 Wlr_noebur PIC X(4).
           02 FILLER PIC X(29) VALUE ' - creneau de prise en charge'.
           02 FILLER PIC X(4) VALUE ' de '.
           02 Wlr_debut PIC X(5).
           02 FILLER PIC X(3) VALUE ' a '.
           02 Wlr_fin PIC X(5).

        01 WligneElecteur.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Wle_nom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wle_prenom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wle_mention PIC X(10).

        01 WligneAlerte.
           02 Wla_nom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wla_prenom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wla_ville PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wla_noebur PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 Wla_motif PIC X(40).

PROCEDURE DIVISION.

*> Planification du transport le jour du scrutin sur le parc reel
*> de vehicules. Chaque tournee est une rotation d'un vehicule de
*> la ville vers un bureau, dans les heures d'ouverture de ce
*> bureau ; un vehicule enchaine les rotations. Les electeurs en
*> situation de handicap ne montent que dans un vehicule adapte,
*> sur une place pour fauteuil.
        DISPLAY 'Duree d''une rotation en minutes, prise en charge et '
           'trajet compris (0 = 60)'
        ACCEPT Wduree
        IF Wduree = 0 THEN
           MOVE 60 TO Wduree
        END-IF

        MOVE 0 TO Wnblus
        MOVE 0 TO Wnbplanifies
        MOVE 0 TO Wnbalertes
        MOVE 0 TO Wnbrotations
        MOVE 0 TO Wnbvehicules_utilises
*> Le tri plante si son fichier d'entree n'existe pas : on
*> controle d'abord que le plan de mobilite a bien ete produit
        OPEN INPUT fmobilite
        IF fmobi_stat = 35 THEN
           DISPLAY 'Fichier fmobilete.dat introuvable, '
              'lancer d''abord le plan de mobilite'
           MOVE 1 TO Wio_ko
        ELSE
           CLOSE fmobilite
           OPEN INPUT fvehicules
           IF fveh_stat = 35 THEN
              DISPLAY 'Fichier fvehicules.dat introuvable, '
                 'lancer d''abord le programme vehicules'
              MOVE 1 TO Wio_ko
           ELSE
              CLOSE fvehicules
              PERFORM PLANIFIE_TOURNEES
              PERFORM EDITE_FEUILLES_ROUTE
              DISPLAY 'Electeurs du plan de mobilite : ', Wnblus
              DISPLAY 'Electeurs planifies : ', Wnbplanifies
              DISPLAY 'Rotations planifiees : ', Wnbrotations
              DISPLAY 'Vehicules mobilises : ', Wnbvehicules_utilises
              DISPLAY 'Electeurs non transportables : ', Wnbalertes,
                 ' (alertes_transport.dat)'
           END-IF
        END-IF

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        PLANIFIE_TOURNEES.
*> Tri par ville, bureau puis handicap decroissant : dans chaque
*> bureau les electeurs en situation de handicap sont places les
*> premiers, sur les vehicules adaptes
        OPEN OUTPUT ftrav_planning
        CLOSE ftrav_planning
        SORT ftri
           ON ASCENDING KEY ft_ville ft_noebur
              DESCENDING KEY ft_handicap
              ASCENDING KEY ft_nom ft_prenom
           INPUT PROCEDURE IS SELECTIONNE_ELECTEURS
           OUTPUT PROCEDURE IS AFFECTE_ELECTEURS_TRIES.

        SELECTIONNE_ELECTEURS.
*> Rattache chaque electeur du plan a son bureau d'affectation et
*> aux heures d'ouverture de ce bureau
        OPEN INPUT fmobilite
        OPEN INPUT faffectation
        OPEN INPUT fbureaux
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fmobilite
              AT END MOVE 1 TO Wfin
              NOT AT END
                 ADD 1 TO Wnblus
                 MOVE fm_villeHabitation TO ft_ville
                 MOVE fm_handicap TO ft_handicap
                 MOVE fm_nom TO ft_nom
                 MOVE fm_prenom TO ft_prenom
                 MOVE fm_id TO ft_id
                 MOVE SPACES TO ft_noebur
                 MOVE 0 TO ft_ouverture
                 MOVE 0 TO ft_fermeture
                 MOVE 0 TO ft_anomalie
                 MOVE fm_id TO fa_id
                 READ faffectation
                    INVALID KEY
                       SET ft-sans-affectation TO TRUE
                    NOT INVALID KEY
                       MOVE fa_noebur TO ft_noebur
                       MOVE fa_noebur TO fbu_num
                       READ fbureaux
                          INVALID KEY
                             SET ft-bureau-inconnu TO TRUE
                          NOT INVALID KEY
                             MOVE fbu_heure_ouverture TO ft_ouverture
                             MOVE fbu_heure_fermeture TO ft_fermeture
                       END-READ
                 END-READ
                 RELEASE triTampon
           END-READ
        END-PERFORM
        CLOSE fbureaux
        CLOSE faffectation
        CLOSE fmobilite.

        AFFECTE_ELECTEURS_TRIES.
        OPEN I-O ftrav_planning
        OPEN INPUT fvehicules
        OPEN OUTPUT falertes
        MOVE 'Electeurs non transportables' TO alerteTampon
        WRITE alerteTampon END-WRITE
        MOVE 0 TO Wrang
        MOVE 1 TO Wpremier
        MOVE SPACES TO Wville_prec
        MOVE SPACES TO Wnoebur_prec
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           RETURN ftri
              AT END
                 MOVE 1 TO Wfin
              NOT AT END
                 IF Wpremier = 1 OR ft_ville NOT = Wville_prec THEN
                    MOVE 0 TO Wpremier
                    MOVE ft_ville TO Wville_prec
                    MOVE SPACES TO Wnoebur_prec
                    MOVE 0 TO Wnotour
                    MOVE 0 TO Wtour_vh
                    PERFORM CHARGE_VEHICULES_VILLE
                 END-IF
*> Une rotation ne sert qu'un bureau : changement de bureau,
*> changement de rotation
                 IF ft_noebur NOT = Wnoebur_prec THEN
                    MOVE ft_noebur TO Wnoebur_prec
                    MOVE 0 TO Wtour_vh
                 END-IF
                 IF ft-sans-affectation THEN
                    MOVE 'sans bureau d''affectation' TO Wmotif
                    PERFORM ECRIT_ALERTE
                 ELSE
                    IF ft-bureau-inconnu THEN
                       MOVE 'bureau inexistant' TO Wmotif
                       PERFORM ECRIT_ALERTE
                    ELSE
                       PERFORM PLACE_ELECTEUR
                    END-IF
                 END-IF
           END-RETURN
        END-PERFORM
        CLOSE falertes
        CLOSE fvehicules
        CLOSE ftrav_planning.

        CHARGE_VEHICULES_VILLE.
*> Wville_prec porte la ville ; seuls les vehicules en service
*> sont retenus, tous libres en debut de journee
        MOVE 0 TO Wnbveh
        MOVE 0 TO Wnbveh_pmr
        MOVE Wville_prec TO fve_ville
        MOVE 0 TO Wv
        START fvehicules KEY IS = fve_ville
           INVALID KEY MOVE 1 TO Wv
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wv = 1
           READ fvehicules NEXT RECORD
              AT END MOVE 1 TO Wv
              NOT AT END
                 IF fve_ville NOT = Wville_prec THEN
                    MOVE 1 TO Wv
                 ELSE
                    IF fve-actif THEN
                       IF Wnbveh = 50 THEN
                          DISPLAY 'Plus de 50 vehicules pour ', fve_ville,
                             ', vehicule ', fve_immat, ' ignore'
                       ELSE
                          ADD 1 TO Wnbveh
                          MOVE fve_immat TO Wvh_immat(Wnbveh)
                          MOVE fve_places TO Wvh_places(Wnbveh)
                          MOVE fve_places_pmr TO Wvh_pmr(Wnbveh)
                          MOVE 0 TO Wvh_dispo(Wnbveh)
                          IF fve_places_pmr > 0 THEN
                             ADD 1 TO Wnbveh_pmr
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ
        END-PERFORM.

        PLACE_ELECTEUR.
*> Complete la rotation en cours du bureau si elle a encore une
*> place du bon type, sinon ouvre une nouvelle rotation
        MOVE 0 TO Wplace
        MOVE ft_handicap TO Wbesoin_pmr
        IF Wtour_vh > 0 THEN
           IF Wbesoin_pmr = 1 AND Wtour_pmr > 0 THEN
              MOVE 1 TO Wplace
           END-IF
           IF Wbesoin_pmr = 0 AND Wtour_places > 0 THEN
              MOVE 1 TO Wplace
           END-IF
        END-IF
        IF Wplace = 0 THEN
           PERFORM OUVRE_ROTATION
        END-IF
        IF Wplace = 1 THEN
           IF Wbesoin_pmr = 1 THEN
              SUBTRACT 1 FROM Wtour_pmr
           ELSE
              SUBTRACT 1 FROM Wtour_places
           END-IF
           PERFORM ECRIT_PRISE_EN_CHARGE
        ELSE
           IF Wnbveh = 0 THEN
              MOVE 'aucun vehicule dans la ville' TO Wmotif
           ELSE
              IF Wbesoin_pmr = 1 AND Wnbveh_pmr = 0 THEN
                 MOVE 'aucun vehicule adapte PMR' TO Wmotif
              ELSE
                 MOVE 'aucune rotation avant fermeture' TO Wmotif
              END-IF
           END-IF
           PERFORM ECRIT_ALERTE
        END-IF.

        OUVRE_ROTATION.
*> Retient le vehicule convenable qui peut partir le plus tot,
*> rotation achevee avant la fermeture du bureau. A depart egal,
*> le vehicule le moins equipe en places pour fauteuil est
*> prefere pour un electeur valide. Si aucun ne convient, la
*> rotation en cours reste ouverte pour les electeurs suivants.
        MOVE 0 TO Wchoix
        COMPUTE Wouverture_min = ft_ouverture * 60
        COMPUTE Wlimite_min = ft_fermeture * 60
        PERFORM VARYING Wv FROM 1 BY 1 UNTIL Wv > Wnbveh
           PERFORM EXAMINE_VEHICULE
        END-PERFORM
        IF Wchoix > 0 THEN
           IF Wvh_dispo(Wchoix) = 0 THEN
              ADD 1 TO Wnbvehicules_utilises
           END-IF
           MOVE Wchoix TO Wtour_vh
           MOVE Wvh_places(Wchoix) TO Wtour_places
           MOVE Wvh_pmr(Wchoix) TO Wtour_pmr
           MOVE Wchoix_debut TO Wtour_debut
           COMPUTE Wvh_dispo(Wchoix) = Wchoix_debut + Wduree
           ADD 1 TO Wnotour
           MOVE Wnotour TO Wtour_notour
           ADD 1 TO Wnbrotations
           MOVE 1 TO Wplace
        END-IF.

        EXAMINE_VEHICULE.
*> Wv indexe le vehicule examine
        IF (Wbesoin_pmr = 1 AND Wvh_pmr(Wv) > 0)
           OR (Wbesoin_pmr = 0 AND Wvh_places(Wv) > 0) THEN
           IF Wvh_dispo(Wv) > Wouverture_min THEN
              MOVE Wvh_dispo(Wv) TO Wdebut_cand
           ELSE
              MOVE Wouverture_min TO Wdebut_cand
           END-IF
           IF Wdebut_cand + Wduree <= Wlimite_min THEN
              IF Wchoix = 0 OR Wdebut_cand < Wchoix_debut THEN
                 MOVE Wv TO Wchoix
                 MOVE Wdebut_cand TO Wchoix_debut
              ELSE
                 IF Wdebut_cand = Wchoix_debut AND Wbesoin_pmr = 0
                    AND Wvh_pmr(Wv) < Wvh_pmr(Wchoix) THEN
                    MOVE Wv TO Wchoix
                 END-IF
              END-IF
           END-IF
        END-IF.

        ECRIT_PRISE_EN_CHARGE.
        ADD 1 TO Wrang
        MOVE Wvh_immat(Wtour_vh) TO ftp_immat
        MOVE Wtour_debut TO ftp_debut
        MOVE Wrang TO ftp_rang
        MOVE ft_ville TO ftp_ville
        MOVE Wtour_notour TO ftp_notour
        MOVE ft_noebur TO ftp_noebur
        MOVE ft_id TO ftp_id
        MOVE ft_nom TO ftp_nom
        MOVE ft_prenom TO ftp_prenom
        MOVE ft_handicap TO ftp_handicap
        WRITE travPlanTampon END-WRITE
        IF ftravp_stat NOT = 0 AND ftravp_stat NOT = 2
           AND ftravp_stat NOT = 4
           MOVE 1 TO Wio_ko
        ELSE
           ADD 1 TO Wnbplanifies
        END-IF.

        ECRIT_ALERTE.
*> Wmotif est deja positionne par l'appelant
        ADD 1 TO Wnbalertes
        MOVE ft_nom TO Wla_nom
        MOVE ft_prenom TO Wla_prenom
        MOVE ft_ville TO Wla_ville
        MOVE ft_noebur TO Wla_noebur
        MOVE Wmotif TO Wla_motif
        WRITE alerteTampon FROM WligneAlerte END-WRITE
        IF falt_stat NOT = 0 AND falt_stat NOT = 2
           AND falt_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF.

        EDITE_FEUILLES_ROUTE.
*> Une feuille par vehicule, ses rotations dans l'ordre horaire
        OPEN INPUT ftrav_planning
        OPEN INPUT fvehicules
        OPEN OUTPUT ffeuilles
        MOVE SPACES TO Wimmat_prec
        MOVE 0 TO Wdebut_prec
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ ftrav_planning NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 IF ftp_immat NOT = Wimmat_prec THEN
                    IF Wimmat_prec NOT = SPACES THEN
                       MOVE SPACES TO feuilleTampon
                       WRITE feuilleTampon END-WRITE
                    END-IF
                    PERFORM EDITE_ENTETE_VEHICULE
                    MOVE ftp_immat TO Wimmat_prec
                    MOVE 9999 TO Wdebut_prec
                 END-IF
                 IF ftp_debut NOT = Wdebut_prec THEN
                    PERFORM EDITE_ENTETE_ROTATION
                    MOVE ftp_debut TO Wdebut_prec
                 END-IF
                 MOVE ftp_nom TO Wle_nom
                 MOVE ftp_prenom TO Wle_prenom
                 IF ftp_handicap = 1 THEN
                    MOVE '* PMR *' TO Wle_mention
                 ELSE
                    MOVE SPACES TO Wle_mention
                 END-IF
                 WRITE feuilleTampon FROM WligneElecteur END-WRITE
                 IF ffeu_stat NOT = 0 AND ffeu_stat NOT = 2
                    AND ffeu_stat NOT = 4
                    MOVE 1 TO Wio_ko
                 END-IF
           END-READ
        END-PERFORM
        CLOSE ffeuilles
        CLOSE fvehicules
        CLOSE ftrav_planning
        DISPLAY 'Feuilles de route editees dans feuilles_route.dat'.

        EDITE_ENTETE_VEHICULE.
        MOVE ftp_immat TO fve_immat
        READ fvehicules
           INVALID KEY
              MOVE ftp_ville TO fve_ville
              MOVE SPACES TO fve_chauffeur
              MOVE 0 TO fve_places
              MOVE 0 TO fve_places_pmr
        END-READ
        MOVE ftp_immat TO Wlv_immat
        MOVE fve_ville TO Wlv_ville
        MOVE fve_chauffeur TO Wlv_chauffeur
        WRITE feuilleTampon FROM WligneVehicule END-WRITE
        MOVE fve_places TO Wlc_places
        MOVE fve_places_pmr TO Wlc_pmr
        WRITE feuilleTampon FROM WligneCapacite END-WRITE.

        EDITE_ENTETE_ROTATION.
        MOVE ftp_notour TO Wlr_notour
        MOVE ftp_noebur TO Wlr_noebur
        MOVE ftp_debut TO Wminutes
        PERFORM FORMATE_HEURE
        MOVE WheureEd TO Wlr_debut
        COMPUTE Wminutes = ftp_debut + Wduree
        PERFORM FORMATE_HEURE
        MOVE WheureEd TO Wlr_fin
        WRITE feuilleTampon FROM WligneRotation END-WRITE.

        FORMATE_HEURE.
*> Wminutes (depuis minuit) rendu en HHhMM dans WheureEd
        DIVIDE Wminutes BY 60 GIVING Whe_hh REMAINDER Whe_mm.
