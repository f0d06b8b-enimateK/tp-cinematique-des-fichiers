        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fparam_stat.
*> Journal date des mouvements de la liste (inscriptions,
*> radiations, modifications), alimente en ajout par chaque mise
*> a jour de felecteurs et edite par tableau_rectificatif
        SELECT fjournal ASSIGN TO "journal_electeurs.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fjour_stat.
*> Lu seulement pour noter au journal le bureau de l'electeur au
*> moment du mouvement
        SELECT faffectation ASSIGN TO "faffectation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fa_id
        FILE STATUS IS faffec_stat.
*> Point de reprise des traitements en lot (chargement d'un
*> extrait, application des mouvements) : un enregistrement par
*> mode, reecrit tous les Wfrequence_reprise enregistrements lus
        SELECT freprise ASSIGN TO "reprise_electeurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY frp_mode
        FILE STATUS IS frep_stat.

DATA DIVISION.
FILE SECTION.
        FD fparam.
        01 paramTampon.
          02 fpar_valeur PIC X(30).
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
        FD freprise.
        01 repriseTampon.
          02 frp_mode PIC X(10).
          02 frp_statut PIC 9.
             88 frp-en-cours VALUE 1.
             88 frp-termine VALUE 2.
          02 frp_execution PIC X(14).
          02 frp_horodatage PIC X(14).
          02 frp_premier_id PIC 9(15).
          02 frp_numenreg PIC 9(9).
          02 frp_nbcharges PIC 9(8).
          02 frp_nbdoublons PIC 9(8).
          02 frp_nbradies PIC 9(8).
          02 frp_nbmodifies PIC 9(8).
          02 frp_nbinconnus PIC 9(8).
          02 frp_nbrejets PIC 9(8).
WORKING-STORAGE SECTION.
        77 felec_stat PIC 9(2).
        77 fmobi_stat PIC 9(2).
        77 Wdoublon PIC 9.
        77 Wio_ko PIC 9 VALUE 0.
        77 fmvt_stat PIC 9(2).
        77 Wnbradies PIC 9(8).
        77 Wnbmodifies PIC 9(8).
        77 Wnbinconnus PIC 9(8).
        77 Wnbrejets PIC 9(8).
        77 Wnbcharges PIC 9(8).
        77 Wnbdoublons PIC 9(8).
        77 fparam_stat PIC 9(2).
        77 Wsans_operateur PIC 9 VALUE 0.
        77 Wparam_fin PIC 9 VALUE 0.
        77 Wreponse PIC X(30).
        77 Wreponse_num PIC 9(15).
        77 fjour_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 Waffec_dispo PIC 9.
        77 Wjo_type PIC X.
        77 Wjo_origine PIC 9.
        77 Wjo_motif PIC X(30).
        77 frep_stat PIC 9(2).
        77 Wfrequence_reprise PIC 9(5) VALUE 500.
        77 Wrp_mode PIC X(10).
        77 Wrp_statut PIC 9.
        77 Wreprise PIC 9.
        77 Wexecution PIC X(14) VALUE SPACES.
        77 Wnumenreg PIC 9(9) VALUE 0.
        77 Wrp_dernier PIC 9(9).
        77 Wrp_premier_id PIC 9(15).
        77 Wrp_id_lu PIC 9(15).
        77 Wrp_quotient PIC 9(9).
        77 Wrp_reste PIC 9(5).
        77 Wdeja_applique PIC 9.
        77 Wda_nb PIC 9(4).
        77 Wda_pos PIC 9(4).

*> Date du scrutin et date de naissance eclatees pour le calcul
*> de l'age revolu au jour du scrutin
           02 Wdn_aaaa PIC 9(4).
           02 Wdn_mmjj PIC 9(4).

*> Image de l'electeur avant mouvement : conservee pour le
*> journal d'une radiation et pour qualifier une modification
        01 WancienElecteur.
           02 Wan_id PIC 9(15).
           02 Wan_nom PIC X(30).
           02 Wan_prenom PIC X(30).
           02 Wan_datenaissance PIC 9(8).
           02 Wan_villeHabitation PIC X(30).
           02 Wan_handicap PIC 9.

*> Enregistrements d'une execution interrompue appliques apres
*> son dernier point de reprise, retrouves dans le journal par
*> leur numero d'ordre : ils sont comptes a la relance sans etre
*> appliques une seconde fois. Au plus Wfrequence_reprise - 1.
        01 WdejaAppliques.
           02 Wda_entree OCCURS 500 TIMES.
              03 Wda_numenreg PIC 9(9).
              03 Wda_type PIC X.

PROCEDURE DIVISION.

*> Mode sans operateur : si param_electeurs.dat existe, chaque

        AJOUT_ELECTEUR.
        OPEN I-O felecteurs
        PERFORM OUVRE_JOURNAL
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY 'Donnez les informations electeur'
          DISPLAY 'Numero de securite sociale'
                WRITE elecTampon END-WRITE
                IF felec_stat NOT = 0 AND felec_stat NOT = 2 AND felec_stat NOT = 4
                   MOVE 1 TO Wio_ko
                ELSE
                   MOVE 'I' TO Wjo_type
                   MOVE 1 TO Wjo_origine
                   MOVE 'INSCRIPTION EN MAIRIE' TO Wjo_motif
                   PERFORM JOURNALISE_MOUVEMENT
                END-IF
             END-IF
          END-IF
             MOVE Wreponse_num TO Wrep
          END-PERFORM
        END-PERFORM
        PERFORM FERME_JOURNAL
        CLOSE felecteurs.

        VERIFIE_DOUBLON_ELECTEUR.
        CHARGEMENT_LOT_ELECTEURS.
*> Charge en une passe un extrait sequentiel (ex. extrait INSEE)
*> dans felecteurs, au lieu d'une saisie electeur par electeur
*> Un point de reprise est ecrit periodiquement : une relance
*> apres incident reprend apres le dernier enregistrement valide
*> et les compteurs du compte rendu couvrent toute l'execution
        MOVE 0 TO Wnbcharges
        MOVE 0 TO Wnbdoublons
        MOVE 0 TO Wnbrejets
        OPEN INPUT felecteurs_lot
        OPEN I-O felecteurs
        IF flot_stat = 35 THEN
           DISPLAY 'Fichier electeurs_lot.dat introuvable, chargement en lot annule'
        ELSE
           MOVE 'LOT' TO Wrp_mode
           PERFORM DEBUT_REPRISE
           PERFORM OUVRE_JOURNAL
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ felecteurs_lot
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    ADD 1 TO Wnumenreg
                    IF Wnumenreg = 1 THEN
                       MOVE fl_id TO Wrp_id_lu
                       PERFORM CONTROLE_PREMIER_ENREGISTREMENT
                    END-IF
                    IF Wnumenreg > Wrp_dernier THEN
                       PERFORM RECHERCHE_DEJA_APPLIQUE
                       IF Wdeja_applique = 1 THEN
                          ADD 1 TO Wnbcharges
                       ELSE
                          PERFORM CHARGE_ELECTEUR_LOT
                       END-IF
                       PERFORM POINT_REPRISE_PERIODIQUE
                    END-IF
              END-READ
           END-PERFORM
           PERFORM FERME_JOURNAL
           PERFORM FIN_REPRISE
           DISPLAY '=== Compte rendu du chargement en lot ==='
           DISPLAY 'Enregistrements lus      : ', Wnumenreg
           DISPLAY 'Electeurs charges        : ', Wnbcharges
           DISPLAY 'Doublons ignores         : ', Wnbdoublons
           DISPLAY 'Ecritures en echec       : ', Wnbrejets
        END-IF
        CLOSE felecteurs_lot
        CLOSE felecteurs.

        CHARGE_ELECTEUR_LOT.
*> lotTampon est deja charge par l'appelant
        MOVE fl_id TO fe_id
        PERFORM VERIFIE_DOUBLON_ELECTEUR
        IF Wdoublon = 1 THEN
           ADD 1 TO Wnbdoublons
           DISPLAY 'Electeur deja enregistre avec ce numero, ligne ignoree : ', fe_id
        ELSE
           MOVE fl_nom TO fe_nom
           MOVE fl_prenom TO fe_prenom
           MOVE fl_datenaissance TO fe_datenaissance
           MOVE fl_villeHabitation TO fe_villeHabitation
           MOVE fl_handicap TO fe_handicap
           WRITE elecTampon END-WRITE
           IF felec_stat NOT = 0 AND felec_stat NOT = 2 AND felec_stat NOT = 4
              ADD 1 TO Wnbrejets
              MOVE 1 TO Wio_ko
           ELSE
              ADD 1 TO Wnbcharges
              MOVE 'I' TO Wjo_type
              MOVE 2 TO Wjo_origine
              MOVE 'INSCRIPTION PAR EXTRAIT' TO Wjo_motif
              PERFORM JOURNALISE_MOUVEMENT
           END-IF
        END-IF.

        TRAITEMENT_MOUVEMENTS_ELECTEURS.
*> Applique le fichier de mouvements transmis par l'INSEE
*> (electeurs_mouvements.dat) sur felecteurs : code R = radiation
*> (deces, depart), code D = radiation pour double inscription
*> (ajoutee par doublons_electeurs), code M = modification
*> (changement de ville, d'etat civil) avec remplacement complet
*> des champs. Un compte rendu applique / rejete / id inconnu est
*> edite en fin de passe.
        MOVE 0 TO Wnbradies
        MOVE 0 TO Wnbmodifies
        MOVE 0 TO Wnbinconnus
           DISPLAY 'Fichier electeurs_mouvements.dat introuvable, '
              'traitement des mouvements annule'
        ELSE
           MOVE 'MOUVEMENTS' TO Wrp_mode
           PERFORM DEBUT_REPRISE
           PERFORM OUVRE_JOURNAL
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ felecteurs_mvt
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    ADD 1 TO Wnumenreg
                    IF Wnumenreg = 1 THEN
                       MOVE fmv_id TO Wrp_id_lu
                       PERFORM CONTROLE_PREMIER_ENREGISTREMENT
                    END-IF
                    IF Wnumenreg > Wrp_dernier THEN
                       PERFORM RECHERCHE_DEJA_APPLIQUE
                       IF Wdeja_applique = 1 THEN
                          IF Wda_type(Wda_pos) = 'R' THEN
                             ADD 1 TO Wnbradies
                          ELSE
                             ADD 1 TO Wnbmodifies
                          END-IF
                       ELSE
                          PERFORM APPLIQUE_MOUVEMENT_ELECTEUR
                       END-IF
                       PERFORM POINT_REPRISE_PERIODIQUE
                    END-IF
              END-READ
           END-PERFORM
           PERFORM FERME_JOURNAL
           PERFORM FIN_REPRISE
        END-IF
        CLOSE felecteurs_mvt
        CLOSE felecteurs
        DISPLAY '=== Compte rendu des mouvements electeurs ==='
        DISPLAY 'Mouvements lus           : ', Wnumenreg
        DISPLAY 'Radiations appliquees    : ', Wnbradies
        DISPLAY 'Modifications appliquees : ', Wnbmodifies
        DISPLAY 'Identifiants inconnus    : ', Wnbinconnus

        APPLIQUE_MOUVEMENT_ELECTEUR.
*> mvtTampon est deja charge par l'appelant
        IF fmv_code NOT = 'R' AND fmv_code NOT = 'M'
           AND fmv_code NOT = 'D' THEN
           ADD 1 TO Wnbrejets
           DISPLAY 'Mouvement rejete, code invalide ''', fmv_code,
              ''' pour l''electeur ', fmv_id
                 ADD 1 TO Wnbinconnus
                 DISPLAY 'Mouvement ignore, electeur inconnu : ', fmv_id
              NOT INVALID KEY
                 MOVE elecTampon TO WancienElecteur
                 IF fmv_code = 'R' OR fmv_code = 'D' THEN
                    DELETE felecteurs RECORD END-DELETE
                    IF felec_stat = 0 OR felec_stat = 2
                       OR felec_stat = 4
                       ADD 1 TO Wnbradies
                       MOVE WancienElecteur TO elecTampon
                       MOVE 'R' TO Wjo_type
                       MOVE 3 TO Wjo_origine
                       IF fmv_code = 'D' THEN
                          MOVE 'RADIATION (DOUBLE INSCRIPTION)'
                             TO Wjo_motif
                       ELSE
                          MOVE 'RADIATION (DECES OU DEPART)' TO Wjo_motif
                       END-IF
                       PERFORM JOURNALISE_MOUVEMENT
                    ELSE
                       ADD 1 TO Wnbrejets
                       MOVE 1 TO Wio_ko
                    IF felec_stat = 0 OR felec_stat = 2
                       OR felec_stat = 4
                       ADD 1 TO Wnbmodifies
                       MOVE 'M' TO Wjo_type
                       MOVE 3 TO Wjo_origine
                       PERFORM QUALIFIE_MODIFICATION
                       PERFORM JOURNALISE_MOUVEMENT
                    ELSE
                       ADD 1 TO Wnbrejets
                       MOVE 1 TO Wio_ko
           END-READ
        END-IF.

        QUALIFIE_MODIFICATION.
*> WancienElecteur et elecTampon portent l'avant et l'apres de
*> la modification ; le motif du journal nomme le changement le
*> plus significatif pour la commission de controle
        IF fe_villeHabitation NOT = Wan_villeHabitation THEN
           MOVE 'CHANGEMENT DE COMMUNE' TO Wjo_motif
        ELSE
           IF fe_nom NOT = Wan_nom OR fe_prenom NOT = Wan_prenom
              OR fe_datenaissance NOT = Wan_datenaissance THEN
              MOVE 'RECTIFICATION ETAT CIVIL' TO Wjo_motif
           ELSE
              IF fe_handicap NOT = Wan_handicap THEN
                 MOVE 'SITUATION DE HANDICAP' TO Wjo_motif
              ELSE
                 MOVE 'MODIFICATION SANS CHANGEMENT' TO Wjo_motif
              END-IF
           END-IF
        END-IF.

        DEBUT_REPRISE.
*> Wrp_mode est deja positionne par l'appelant. Une execution
*> restee en cours pour ce mode est reprise : compteurs et numero
*> du dernier enregistrement valide sont restaures depuis le point
*> de reprise ; sinon une nouvelle execution est ouverte.
        OPEN I-O freprise
        IF frep_stat = 35 THEN
           OPEN OUTPUT freprise
           CLOSE freprise
           OPEN I-O freprise
        END-IF
        MOVE 0 TO Wreprise
        MOVE Wrp_mode TO frp_mode
        READ freprise
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF frp-en-cours THEN
                 MOVE 1 TO Wreprise
              END-IF
        END-READ
        IF Wreprise = 1 THEN
           MOVE frp_execution TO Wexecution
           MOVE frp_numenreg TO Wrp_dernier
           MOVE frp_premier_id TO Wrp_premier_id
           MOVE frp_nbcharges TO Wnbcharges
           MOVE frp_nbdoublons TO Wnbdoublons
           MOVE frp_nbradies TO Wnbradies
           MOVE frp_nbmodifies TO Wnbmodifies
           MOVE frp_nbinconnus TO Wnbinconnus
           MOVE frp_nbrejets TO Wnbrejets
           DISPLAY 'Reprise du traitement ', Wrp_mode,
              ' interrompu (execution ', Wexecution,
              ') apres l''enregistrement ', Wrp_dernier
           PERFORM CHARGE_DEJA_APPLIQUES
        ELSE
           PERFORM NOUVELLE_EXECUTION
        END-IF
        MOVE 0 TO Wnumenreg.

        NOUVELLE_EXECUTION.
*> L'horodatage de lancement identifie l'execution dans le
*> journal ; il est conserve a travers les relances
        MOVE FUNCTION CURRENT-DATE (1:14) TO Wexecution
        MOVE 0 TO Wrp_dernier
        MOVE 0 TO Wrp_premier_id
        MOVE 0 TO Wda_nb
        MOVE 1 TO Wda_pos
        MOVE 0 TO Wnbcharges
        MOVE 0 TO Wnbdoublons
        MOVE 0 TO Wnbradies
        MOVE 0 TO Wnbmodifies
        MOVE 0 TO Wnbinconnus
        MOVE 0 TO Wnbrejets
        MOVE 1 TO Wrp_statut
        PERFORM ECRIT_POINT_REPRISE.

        CHARGE_DEJA_APPLIQUES.
*> Wexecution et Wrp_dernier sont deja positionnes par
*> l'appelant ; le journal est relu avant d'etre rouvert en ajout
        MOVE 0 TO Wda_nb
        MOVE 1 TO Wda_pos
        OPEN INPUT fjournal
        IF fjour_stat NOT = 35 THEN
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fjournal
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    IF fjo_execution = Wexecution
                       AND fjo_numenreg > Wrp_dernier
                       AND Wda_nb < 500 THEN
                       ADD 1 TO Wda_nb
                       MOVE fjo_numenreg TO Wda_numenreg(Wda_nb)
                       MOVE fjo_type TO Wda_type(Wda_nb)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE fjournal
        END-IF
        IF Wda_nb > 0 THEN
           DISPLAY 'Enregistrements deja appliques depuis le point de '
              'reprise : ', Wda_nb
        END-IF.

        CONTROLE_PREMIER_ENREGISTREMENT.
*> Wrp_id_lu porte l'identifiant du premier enregistrement du
*> fichier d'entree : s'il differe de celui de l'execution
*> interrompue, le fichier a ete remplace et la reprise n'a plus
*> de sens, le traitement repart du debut
        IF Wreprise = 1 AND Wrp_id_lu NOT = Wrp_premier_id THEN
           DISPLAY 'Fichier d''entree different de celui de '
              'l''execution interrompue : traitement depuis le debut'
           MOVE 0 TO Wreprise
           PERFORM NOUVELLE_EXECUTION
        END-IF
        IF Wreprise = 0 THEN
           MOVE Wrp_id_lu TO Wrp_premier_id
           MOVE 1 TO Wrp_statut
           PERFORM ECRIT_POINT_REPRISE
        END-IF.

        RECHERCHE_DEJA_APPLIQUE.
*> Wnumenreg est deja positionne par l'appelant ; les numeros de
*> la table sont croissants et consommes dans l'ordre de lecture
        MOVE 0 TO Wdeja_applique
        IF Wda_pos <= Wda_nb THEN
           IF Wda_numenreg(Wda_pos) = Wnumenreg THEN
              MOVE 1 TO Wdeja_applique
           END-IF
        END-IF.

        POINT_REPRISE_PERIODIQUE.
*> Apres le traitement de l'enregistrement Wnumenreg : chaque
*> ecriture du journal est deja sur disque (JOURNALISE_MOUVEMENT),
*> le point de reprise valide les enregistrements qu'il couvre
        IF Wdeja_applique = 1 THEN
           ADD 1 TO Wda_pos
        END-IF
        DIVIDE Wnumenreg BY Wfrequence_reprise GIVING Wrp_quotient
           REMAINDER Wrp_reste
        IF Wrp_reste = 0 THEN
           MOVE Wnumenreg TO Wrp_dernier
           MOVE 1 TO Wrp_statut
           PERFORM ECRIT_POINT_REPRISE
        END-IF.

        FIN_REPRISE.
*> Fin normale : l'execution est close, la prochaine repartira
*> du debut de son fichier
        IF Wnumenreg > Wrp_dernier THEN
           MOVE Wnumenreg TO Wrp_dernier
        END-IF
        MOVE 2 TO Wrp_statut
        PERFORM ECRIT_POINT_REPRISE
        CLOSE freprise.

        ECRIT_POINT_REPRISE.
*> Wrp_mode, Wrp_statut, Wrp_dernier et les compteurs sont deja
*> positionnes par l'appelant
        MOVE Wrp_mode TO frp_mode
        MOVE Wrp_statut TO frp_statut
        MOVE Wexecution TO frp_execution
        MOVE FUNCTION CURRENT-DATE (1:14) TO frp_horodatage
        MOVE Wrp_premier_id TO frp_premier_id
        MOVE Wrp_dernier TO frp_numenreg
        MOVE Wnbcharges TO frp_nbcharges
        MOVE Wnbdoublons TO frp_nbdoublons
        MOVE Wnbradies TO frp_nbradies
        MOVE Wnbmodifies TO frp_nbmodifies
        MOVE Wnbinconnus TO frp_nbinconnus
        MOVE Wnbrejets TO frp_nbrejets
        REWRITE repriseTampon
           INVALID KEY
              WRITE repriseTampon END-WRITE
        END-REWRITE
        IF frep_stat NOT = 0 AND frep_stat NOT = 2 AND frep_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF.

        OUVRE_JOURNAL.
*> Le journal est ouvert en ajout (cree s'il n'existe pas) ;
*> l'affectation n'est consultee que si elle a ete produite
        OPEN EXTEND fjournal
        IF fjour_stat = 35 THEN
           OPEN OUTPUT fjournal
        END-IF
        MOVE 1 TO Waffec_dispo
        OPEN INPUT faffectation
        IF faffec_stat = 35 THEN
           MOVE 0 TO Waffec_dispo
        END-IF.

        FERME_JOURNAL.
        CLOSE fjournal
        IF Waffec_dispo = 1 THEN
           CLOSE faffectation
        END-IF.

        JOURNALISE_MOUVEMENT.
*> elecTampon porte l'electeur concerne (image avant radiation,
*> image apres inscription ou modification), Wjo_type,
*> Wjo_origine et Wjo_motif sont positionnes par l'appelant,
*> Wan_villeHabitation porte l'ancienne ville d'une modification
        MOVE FUNCTION CURRENT-DATE (1:8) TO fjo_date
        MOVE FUNCTION CURRENT-DATE (9:6) TO fjo_heure
        MOVE Wjo_type TO fjo_type
        MOVE Wjo_origine TO fjo_origine
        MOVE Wjo_motif TO fjo_motif
        MOVE fe_id TO fjo_id
        MOVE fe_nom TO fjo_nom
        MOVE fe_prenom TO fjo_prenom
        MOVE fe_datenaissance TO fjo_datenaissance
        MOVE fe_villeHabitation TO fjo_villeHabitation
        MOVE fe_handicap TO fjo_handicap
        MOVE SPACES TO fjo_ancville
        IF Wjo_type = 'M' THEN
           MOVE Wan_villeHabitation TO fjo_ancville
        END-IF
        MOVE Wexecution TO fjo_execution
        MOVE Wnumenreg TO fjo_numenreg
        MOVE SPACES TO fjo_noebur
        IF Waffec_dispo = 1 THEN
           MOVE fe_id TO fa_id
           READ faffectation
              NOT INVALID KEY
                 MOVE fa_noebur TO fjo_noebur
           END-READ
        END-IF
        WRITE journalTampon END-WRITE
        IF fjour_stat NOT = 0 AND fjour_stat NOT = 2 AND fjour_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF
*> Le journal est ferme puis rouvert apres chaque ecriture : les
*> ecritures de felecteurs etant validees une a une, une entree
*> perdue sur arret anormal ferait prendre a la reprise un
*> enregistrement applique pour un enregistrement a appliquer
        CLOSE fjournal
        OPEN EXTEND fjournal
        IF fjour_stat NOT = 0 THEN
           MOVE 1 TO Wio_ko
        END-IF.

        LIT_REPONSE.
*> Lit la reponse a la question qui vient d'etre affichee : au
*> clavier en mode interactif, dans le fichier de parametres en
