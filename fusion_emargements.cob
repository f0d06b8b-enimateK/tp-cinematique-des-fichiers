IDENTIFICATION DIVISION.
PROGRAM-ID. fusion_emargements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Fichier local d'un bureau saisi hors reseau par le programme
*> emargement_local : son nom est construit pour chaque bureau
*> a fusionner
        SELECT flocal ASSIGN TO Wlocal_nom
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fel_id
        FILE STATUS IS floc_stat.
        SELECT femargement ASSIGN TO "femargement.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fem_id
        FILE STATUS IS femarg_stat.
        SELECT fcompteurs ASSIGN TO "femargement_compteurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fec_noebur
        FILE STATUS IS fcompt_stat.
        SELECT felecteurs ASSIGN TO "felecteurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fe_id
        FILE STATUS IS felec_stat.
        SELECT fbureaux ASSIGN TO "fbureaux.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fbu_num
        ALTERNATE RECORD KEY fbu_ville WITH DUPLICATES
        FILE STATUS IS fbureaux_stat.
        SELECT fprocurations ASSIGN TO "fprocurations.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fpr_mandant
        FILE STATUS IS fproc_stat.
        SELECT faffectation ASSIGN TO "faffectation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fa_id
        FILE STATUS IS faffec_stat.
*> Rapport des conflits de la fusion : les emargements en conflit
*> ne sont pas charges et restent a trancher par un superviseur
*> (saisie dans emargement, avec derogation le cas echeant)
        SELECT fconflits ASSIGN TO "conflits_emargement.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fconf_stat.

DATA DIVISION.
FILE SECTION.
        FD flocal.
        01 localTampon.
          02 fel_id PIC 9(15).
          02 fel_noebur PIC X(4).
          02 fel_heure PIC 9(4).
          02 fel_mandataire PIC 9(15).
        FD femargement.
        01 emargTampon.
          02 fem_id PIC 9(15).
          02 fem_noebur PIC X(4).
          02 fem_heure PIC 9(4).
        FD fcompteurs.
        01 compteurTampon.
          02 fec_noebur PIC X(4).
          02 fec_nbemarges PIC 9(8).
        FD felecteurs.
        01 elecTampon.
          02 fe_id PIC 9(15).
          02 fe_nom PIC X(30).
          02 fe_prenom PIC X(30).
          02 fe_datenaissance PIC 9(8).
          02 fe_villeHabitation PIC X(30).
          02 fe_handicap PIC 9.
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
        FD fprocurations.
        01 procTampon.
          02 fpr_mandant PIC 9(15).
          02 fpr_mandataire PIC 9(15).
          02 fpr_etat PIC 9.
             88 fpr-active VALUE 1.
             88 fpr-annulee VALUE 2.
             88 fpr-utilisee VALUE 3.
        FD faffectation.
        01 affecTampon.
          02 fa_id PIC 9(15).
          02 fa_nom PIC X(30).
          02 fa_prenom PIC X(30).
          02 fa_noebur PIC X(4).
          02 fa_ville PIC X(30).
        FD fconflits.
        01 conflitTampon PIC X(140).

WORKING-STORAGE SECTION.
        77 floc_stat PIC 9(2).
        77 femarg_stat PIC 9(2).
        77 fcompt_stat PIC 9(2).
        77 felec_stat PIC 9(2).
        77 fbureaux_stat PIC 9(2).
        77 fproc_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 fconf_stat PIC 9(2).
        77 Wrep PIC 9.
        77 Wfin PIC 9.
        77 Wnoebur PIC X(4).
        77 Wlocal_nom PIC X(40).
        77 Wproc_dispo PIC 9.
        77 Waffec_dispo PIC 9.
        77 Wconflit PIC 9.
        77 Wdeja_fusionne PIC 9.
        77 Wnblus PIC 9(6).
        77 Wnbfusionnes PIC 9(6).
        77 Wnbdeja PIC 9(6).
        77 Wnbconflits PIC 9(6).
        77 Wnbconflits_total PIC 9(6).
        77 Wnbfusionnes_total PIC 9(6).
        77 Wio_ko PIC 9 VALUE 0.
        77 Whorodatage PIC X(14).

        01 WligneConflit.
           02 Wlc_noebur PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 Wlc_id PIC 9(15).
           02 FILLER PIC X VALUE SPACE.
           02 Wlc_heure PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 Wlc_nom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wlc_type PIC X(26).
           02 FILLER PIC X VALUE SPACE.
           02 Wlc_detail PIC X(56).

*> Zones de detail des conflits, recopiees dans Wlc_detail
        01 WdetailBureau.
           02 FILLER PIC X(16) VALUE 'deja emarge bur '.
           02 Wdb_noebur PIC X(4).
           02 FILLER PIC X(3) VALUE ' a '.
           02 Wdb_heure PIC 9(4).

        01 WdetailAffectation.
           02 FILLER PIC X(18) VALUE 'affecte au bureau '.
           02 Wda_noebur PIC X(4).

        01 WdetailMandataire.
           02 FILLER PIC X(12) VALUE 'mandataire '.
           02 Wdm_mandataire PIC 9(15).
           02 FILLER PIC X(10) VALUE ' au lieu '.
           02 Wdm_prevu PIC 9(15).

*> Lignes d'en-tete : le rapport cumule les executions jusqu'a la
*> cloture du scrutin (archivage), chacune reperee par son
*> horodatage et les bureaux qu'elle a fusionnes
        01 WligneExecution.
           02 FILLER PIC X(37)
              VALUE '=== Fusion des emargements locaux du '.
           02 Wle_horodatage PIC X(14).
           02 FILLER PIC X(4) VALUE ' ==='.

        01 WligneBureau.
           02 FILLER PIC X(10) VALUE 'Fusion du '.
           02 Wlb_horodatage PIC X(14).
           02 FILLER PIC X(9) VALUE ', bureau '.
           02 Wlb_noebur PIC X(4).

PROCEDURE DIVISION.

*> Fusion des fichiers locaux des bureaux coupes du reseau dans
*> femargement.dat et les compteurs par bureau. Chaque emargement
*> local subit les controles de la saisie centrale ; en cas de
*> conflit (electeur deja emarge dans un autre bureau, procuration
*> deja consommee ou non conforme, bureau autre que le bureau
*> d'affectation) il est porte au rapport des conflits au lieu
*> d'etre charge ou ecarte sans trace. Une fusion relancee sur le
*> meme fichier ne recharge pas ce qui l'a deja ete. Le rapport
*> des conflits est complete a chaque execution, pour ne pas
*> perdre les conflits encore a trancher d'une fusion precedente ;
*> il n'est vide qu'a la cloture du scrutin.
        OPEN I-O femargement
        IF femarg_stat = 35 THEN
          OPEN OUTPUT femargement
        END-IF
        CLOSE femargement

        OPEN I-O fcompteurs
        IF fcompt_stat = 35 THEN
          OPEN OUTPUT fcompteurs
        END-IF
        CLOSE fcompteurs

        MOVE 0 TO Wnbconflits_total
        MOVE 0 TO Wnbfusionnes_total
        MOVE FUNCTION CURRENT-DATE (1:14) TO Whorodatage
        OPEN EXTEND fconflits
        IF fconf_stat = 35 THEN
           OPEN OUTPUT fconflits
        END-IF
        MOVE Whorodatage TO Wle_horodatage
        MOVE WligneExecution TO conflitTampon
        PERFORM ECRIT_LIGNE_CONFLITS
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
           DISPLAY 'Numero du bureau dont le fichier local est a fusionner'
           ACCEPT Wnoebur
           PERFORM FUSIONNE_BUREAU
           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
              DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
              ACCEPT Wrep
           END-PERFORM
        END-PERFORM
        CLOSE fconflits
        DISPLAY 'Emargements fusionnes (tous bureaux) : ',
           Wnbfusionnes_total
        DISPLAY 'Conflits (tous bureaux) : ', Wnbconflits_total,
           ' dans conflits_emargement.dat'

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        FUSIONNE_BUREAU.
*> Wnoebur est deja positionne par l'appelant
        MOVE SPACES TO Wlocal_nom
        STRING 'emargement_local_' DELIMITED BY SIZE
           Wnoebur DELIMITED BY SPACE
           '.dat' DELIMITED BY SIZE
           INTO Wlocal_nom
        END-STRING
        MOVE 0 TO Wnblus
        MOVE 0 TO Wnbfusionnes
        MOVE 0 TO Wnbdeja
        MOVE 0 TO Wnbconflits
        OPEN INPUT flocal
        IF floc_stat = 35 THEN
           DISPLAY 'Fichier ', Wlocal_nom, ' introuvable'
        ELSE
           MOVE Wnoebur TO fbu_num
           OPEN INPUT fbureaux
           READ fbureaux
              INVALID KEY
                 DISPLAY 'Bureau inconnu, fusion refusee : ', Wnoebur
                 MOVE 1 TO Wio_ko
              NOT INVALID KEY
                 IF fbu-pas-ouvert THEN
                    DISPLAY 'Bureau jamais ouvert, emargement refuse'
                    MOVE 1 TO Wio_ko
                 ELSE
                    MOVE Whorodatage TO Wlb_horodatage
                    MOVE Wnoebur TO Wlb_noebur
                    MOVE WligneBureau TO conflitTampon
                    PERFORM ECRIT_LIGNE_CONFLITS
                    PERFORM FUSIONNE_FICHIER_LOCAL
                 END-IF
           END-READ
           CLOSE fbureaux
        END-IF
        CLOSE flocal
        DISPLAY 'Bureau ', Wnoebur, ' : ', Wnblus, ' lus, ', Wnbfusionnes,
           ' fusionnes, ', Wnbdeja, ' deja fusionnes, ', Wnbconflits,
           ' conflits'
        ADD Wnbconflits TO Wnbconflits_total
        ADD Wnbfusionnes TO Wnbfusionnes_total.

        FUSIONNE_FICHIER_LOCAL.
        OPEN I-O femargement
        OPEN I-O fcompteurs
        OPEN INPUT felecteurs
        MOVE 1 TO Wproc_dispo
        OPEN I-O fprocurations
        IF fproc_stat = 35 THEN
           MOVE 0 TO Wproc_dispo
        END-IF
        MOVE 1 TO Waffec_dispo
        OPEN INPUT faffectation
        IF faffec_stat = 35 THEN
           MOVE 0 TO Waffec_dispo
           DISPLAY 'Fichier faffectation.dat introuvable, controle du '
              'bureau d''affectation impossible'
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ flocal NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 ADD 1 TO Wnblus
                 PERFORM FUSIONNE_UN_EMARGEMENT
           END-READ
        END-PERFORM
        IF Waffec_dispo = 1 THEN
           CLOSE faffectation
        END-IF
        IF Wproc_dispo = 1 THEN
           CLOSE fprocurations
        END-IF
        CLOSE felecteurs
        CLOSE fcompteurs
        CLOSE femargement.

        FUSIONNE_UN_EMARGEMENT.
*> localTampon porte l'emargement local ; les controles s'arretent
*> au premier conflit trouve
        MOVE 0 TO Wconflit
        MOVE 0 TO Wdeja_fusionne
        MOVE SPACES TO Wlc_nom
        MOVE fel_id TO fe_id
        READ felecteurs
           INVALID KEY
              MOVE 'ELECTEUR INCONNU' TO Wlc_type
              MOVE 'absent de felecteurs' TO Wlc_detail
              PERFORM ECRIT_CONFLIT
           NOT INVALID KEY
              MOVE fe_nom TO Wlc_nom
        END-READ
        IF Wconflit = 0 THEN
           PERFORM CONTROLE_DEJA_EMARGE
        END-IF
        IF Wconflit = 0 AND Wdeja_fusionne = 0 THEN
           PERFORM CONTROLE_AFFECTATION
        END-IF
        IF Wconflit = 0 AND Wdeja_fusionne = 0
           AND fel_mandataire > 0 THEN
           PERFORM CONTROLE_PROCURATION
        END-IF
        IF Wconflit = 0 AND Wdeja_fusionne = 0 THEN
           PERFORM CHARGE_EMARGEMENT
        END-IF.

        CONTROLE_DEJA_EMARGE.
*> Le meme emargement deja present (meme bureau, meme heure)
*> vient d'une fusion precedente du meme fichier et n'est pas un
*> conflit
        MOVE fel_id TO fem_id
        READ femargement
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF fem_noebur = fel_noebur AND fem_heure = fel_heure THEN
                 MOVE 1 TO Wdeja_fusionne
                 ADD 1 TO Wnbdeja
              ELSE
                 MOVE 'DOUBLE EMARGEMENT' TO Wlc_type
                 MOVE fem_noebur TO Wdb_noebur
                 MOVE fem_heure TO Wdb_heure
                 MOVE WdetailBureau TO Wlc_detail
                 PERFORM ECRIT_CONFLIT
              END-IF
        END-READ.

        CONTROLE_AFFECTATION.
*> Un electeur absent du fichier d'affectation est charge, comme
*> a la saisie centrale qui se contente alors d'une alerte
        IF Waffec_dispo = 1 THEN
           MOVE fel_id TO fa_id
           READ faffectation
              INVALID KEY
                 DISPLAY '   ALERTE : electeur absent du fichier '
                    'd''affectation : ', fel_id
              NOT INVALID KEY
                 IF fa_noebur NOT = fel_noebur THEN
                    MOVE 'MAUVAIS BUREAU' TO Wlc_type
                    MOVE fa_noebur TO Wda_noebur
                    MOVE WdetailAffectation TO Wlc_detail
                    PERFORM ECRIT_CONFLIT
                 END-IF
           END-READ
        END-IF.

        CONTROLE_PROCURATION.
*> Vote du mandant par un mandataire : la procuration doit
*> exister, etre active et designer ce mandataire. Une
*> procuration deja utilisee signale une procuration consommee
*> deux fois (autre bureau, ou saisie centrale et locale).
        IF Wproc_dispo = 0 THEN
           MOVE 'PROCURATION INCONNUE' TO Wlc_type
           MOVE 'fichier fprocurations.dat introuvable' TO Wlc_detail
           PERFORM ECRIT_CONFLIT
        ELSE
           MOVE fel_id TO fpr_mandant
           READ fprocurations
              INVALID KEY
                 MOVE 'PROCURATION INCONNUE' TO Wlc_type
                 MOVE 'aucune procuration pour ce mandant' TO Wlc_detail
                 PERFORM ECRIT_CONFLIT
              NOT INVALID KEY
                 IF fpr-utilisee THEN
                    MOVE 'PROCURATION DEJA UTILISEE' TO Wlc_type
                    MOVE 'procuration consommee deux fois' TO Wlc_detail
                    PERFORM ECRIT_CONFLIT
                 ELSE
                    IF NOT fpr-active THEN
                       MOVE 'PROCURATION ANNULEE' TO Wlc_type
                       MOVE 'procuration annulee avant le vote'
                          TO Wlc_detail
                       PERFORM ECRIT_CONFLIT
                    ELSE
                       IF fpr_mandataire NOT = fel_mandataire THEN
                          MOVE 'AUTRE MANDATAIRE' TO Wlc_type
                          MOVE fel_mandataire TO Wdm_mandataire
                          MOVE fpr_mandataire TO Wdm_prevu
                          MOVE WdetailMandataire TO Wlc_detail
                          PERFORM ECRIT_CONFLIT
                       END-IF
                    END-IF
                 END-IF
           END-READ
        END-IF.

        CHARGE_EMARGEMENT.
*> La procuration n'est consommee que si l'emargement a bien ete
*> ecrit, comme a la saisie centrale
        MOVE fel_id TO fem_id
        MOVE fel_noebur TO fem_noebur
        MOVE fel_heure TO fem_heure
        WRITE emargTampon
           INVALID KEY
              MOVE 'DOUBLE EMARGEMENT' TO Wlc_type
              MOVE 'ecriture refusee, deja emarge' TO Wlc_detail
              PERFORM ECRIT_CONFLIT
           NOT INVALID KEY
              ADD 1 TO Wnbfusionnes
              PERFORM COMPTE_EMARGEMENT_BUREAU
              IF fel_mandataire > 0 THEN
                 SET fpr-utilisee TO TRUE
                 REWRITE procTampon END-REWRITE
                 IF fproc_stat NOT = 0 AND fproc_stat NOT = 2
                    AND fproc_stat NOT = 4
                    MOVE 1 TO Wio_ko
                 END-IF
              END-IF
        END-WRITE
        IF femarg_stat NOT = 0 AND femarg_stat NOT = 2
           AND femarg_stat NOT = 4 AND femarg_stat NOT = 22
           MOVE 1 TO Wio_ko
        END-IF.

        COMPTE_EMARGEMENT_BUREAU.
        MOVE fel_noebur TO fec_noebur
        READ fcompteurs
           INVALID KEY
              MOVE fel_noebur TO fec_noebur
              MOVE 1 TO fec_nbemarges
              WRITE compteurTampon END-WRITE
           NOT INVALID KEY
              ADD 1 TO fec_nbemarges
              REWRITE compteurTampon END-REWRITE
        END-READ
        IF fcompt_stat NOT = 0 AND fcompt_stat NOT = 2
           AND fcompt_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF.

        ECRIT_CONFLIT.
*> Wlc_type et Wlc_detail sont deja positionnes par l'appelant
        MOVE 1 TO Wconflit
        ADD 1 TO Wnbconflits
        MOVE fel_noebur TO Wlc_noebur
        MOVE fel_id TO Wlc_id
        MOVE fel_heure TO Wlc_heure
        MOVE WligneConflit TO conflitTampon
        PERFORM ECRIT_LIGNE_CONFLITS.

        ECRIT_LIGNE_CONFLITS.
*> conflitTampon porte la ligne a ecrire
        WRITE conflitTampon END-WRITE
        IF fconf_stat NOT = 0 AND fconf_stat NOT = 2
           AND fconf_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF.
