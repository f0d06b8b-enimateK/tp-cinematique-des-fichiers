IDENTIFICATION DIVISION.
PROGRAM-ID. proces_verbal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT fresultats ASSIGN TO "resultats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fres_cle
        FILE STATUS IS fresult_stat.
        SELECT fbureaux ASSIGN TO "fbureaux.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fbu_num
        ALTERNATE RECORD KEY fbu_ville WITH DUPLICATES
        FILE STATUS IS fbureaux_stat.
        SELECT fcandidats ASSIGN TO "fcandidats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fca_num
        FILE STATUS IS fcandidats_stat.
        SELECT faffectation ASSIGN TO "faffectation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fa_id
        FILE STATUS IS faffec_stat.
        SELECT fcompteurs ASSIGN TO "femargement_compteurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fec_noebur
        FILE STATUS IS fcompt_stat.
        SELECT fprocurations ASSIGN TO "fprocurations.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fpr_mandant
        FILE STATUS IS fproc_stat.
*> Registre des incidents et reclamations tenu par le programme
*> incidents : repris dans les observations
        SELECT fincidents ASSIGN TO "fincidents.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fin_cle
        FILE STATUS IS fincid_stat.
*> Composition du bureau tenue par le programme assesseurs :
*> donne le bloc des signatures
        SELECT fmembres ASSIGN TO "fmembres_bureau.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fmb_cle
        FILE STATUS IS fmembres_stat.
*> Cumuls par bureau des inscrits et des procurations utilisees,
*> recalcules a chaque execution
        SELECT ftrav ASSIGN TO "trav_pv_bureaux.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY ftp_noebur
        FILE STATUS IS ftrav_stat.
*> Un proces-verbal par bureau : son nom est construit a
*> l'execution (pv_bureau_scrutin_tour.dat)
        SELECT fpv ASSIGN TO Wpv_nom
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fpv_stat.

DATA DIVISION.
FILE SECTION.
        FD fresultats.
        01 resultTampon.
          02 fres_cle.
             03 fres_noebur PIC X(4).
             03 fres_scrutin PIC X(8).
             03 fres_tour PIC 9.
          02 fres_nbcandidats PIC 9(2).
          02 fres_blancs PIC 9(12).
          02 fres_nuls PIC 9(12).
          02 fres_signatures PIC 9(12).
          02 fres_votes OCCURS 20 TIMES.
             03 fres_numcandidat PIC 9(2).
             03 fres_nbvoix PIC 9(12).
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
        FD fcandidats.
        01 candidatTampon.
          02 fca_num PIC 9(2).
          02 fca_nom PIC X(30).
          02 fca_prenom PIC X(30).
          02 fca_parti PIC X(30).
        FD faffectation.
        01 affecTampon.
          02 fa_id PIC 9(15).
          02 fa_nom PIC X(30).
          02 fa_prenom PIC X(30).
          02 fa_noebur PIC X(4).
          02 fa_ville PIC X(30).
        FD fcompteurs.
        01 compteurTampon.
          02 fec_noebur PIC X(4).
          02 fec_nbemarges PIC 9(8).
        FD fprocurations.
        01 procTampon.
          02 fpr_mandant PIC 9(15).
          02 fpr_mandataire PIC 9(15).
          02 fpr_etat PIC 9.
             88 fpr-active VALUE 1.
             88 fpr-annulee VALUE 2.
             88 fpr-utilisee VALUE 3.
        FD fincidents.
        01 incidentTampon.
          02 fin_cle.
             03 fin_noebur PIC X(4).
             03 fin_scrutin PIC X(8).
             03 fin_tour PIC 9.
             03 fin_horodatage PIC X(14).
             03 fin_sequence PIC 9(2).
          02 fin_type PIC 9.
             88 fin-incident VALUE 1.
             88 fin-reclamation VALUE 2.
          02 fin_auteur PIC X(30).
          02 fin_operateur PIC X(10).
          02 fin_texte PIC X(80).
        FD fmembres.
        01 membreTampon.
          02 fmb_cle.
             03 fmb_noebur PIC X(4).
             03 fmb_scrutin PIC X(8).
             03 fmb_role PIC 9.
                88 fmb-president VALUE 1.
                88 fmb-secretaire VALUE 2.
                88 fmb-assesseur VALUE 3.
             03 fmb_rang PIC 9(2).
          02 fmb_nom PIC X(30).
          02 fmb_prenom PIC X(30).
          02 fmb_id PIC 9(15).
          02 fmb_numcandidat PIC 9(2).
          02 fmb_telephone PIC X(14).
        FD ftrav.
        01 travTampon.
          02 ftp_noebur PIC X(4).
          02 ftp_inscrits PIC 9(8).
          02 ftp_procurations PIC 9(8).
        FD fpv.
        01 pvTampon PIC X(110).

WORKING-STORAGE SECTION.
        77 fresult_stat PIC 9(2).
        77 fbureaux_stat PIC 9(2).
        77 fcandidats_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 fcompt_stat PIC 9(2).
        77 fproc_stat PIC 9(2).
        77 fincid_stat PIC 9(2).
        77 fmembres_stat PIC 9(2).
        77 ftrav_stat PIC 9(2).
        77 fpv_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wfin_res PIC 9.
        77 Wi PIC 9(2).
        77 Wscrutin PIC X(8).
        77 Wtour PIC 9.
        77 Wnum PIC X(4).
        77 Wpv_nom PIC X(40).
        77 Wdate_jour PIC X(8).
        77 Winscrits PIC 9(8).
        77 Wemargements PIC 9(8).
        77 Wprocurations PIC 9(8).
        77 Wexprimes PIC 9(12).
        77 Wvotants PIC 9(12).
        77 Wnbobservations PIC 9(4).
        77 Wnbmembres PIC 9(4).
        77 Wnbpv PIC 9(4).
        77 Wcompteurs_dispo PIC 9.
        77 Wincidents_dispo PIC 9.
        77 Wmembres_dispo PIC 9.
        77 Wio_ko PIC 9 VALUE 0.

        01 WligneTitre.
           02 FILLER PIC X(60) VALUE
              '=== PROCES-VERBAL DES OPERATIONS ELECTORALES ==='.

        01 WligneEntete.
           02 FILLER PIC X(8) VALUE 'Scrutin '.
           02 Wle_scrutin PIC X(8).
           02 FILLER PIC X(8) VALUE ' - tour '.
           02 Wle_tour PIC 9.
           02 FILLER PIC X(11) VALUE ' - bureau '.
           02 Wle_noebur PIC X(4).
           02 FILLER PIC X(2) VALUE ' ('.
           02 Wle_ville PIC X(30).
           02 FILLER PIC X VALUE ')'.

        01 WligneEdition.
           02 FILLER PIC X(10) VALUE 'Etabli le '.
           02 Wld_date PIC X(8).

        01 WligneSection.
           02 FILLER PIC X(4) VALUE '--- '.
           02 Wls_libelle PIC X(40).

        01 WligneChiffre.
           02 FILLER PIC X(2) VALUE SPACES.
           02 Wlc_libelle PIC X(50).
           02 Wlc_valeur PIC Z(11)9.

        01 WligneCandidat.
           02 FILLER PIC X(2) VALUE SPACES.
           02 Wlca_num PIC 9(2).
           02 FILLER PIC X VALUE SPACE.
           02 Wlca_nom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wlca_prenom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wlca_parti PIC X(30).
           02 Wlca_voix PIC Z(11)9.

        01 WligneObservation.
           02 FILLER PIC X(2) VALUE SPACES.
           02 Wlo_horodatage PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 Wlo_nature PIC X(12).
           02 Wlo_texte PIC X(80).

        01 WligneMembre.
           02 FILLER PIC X(2) VALUE SPACES.
           02 Wlm_role PIC X(12).
           02 Wlm_nom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wlm_prenom PIC X(30).
           02 FILLER PIC X(14) VALUE ' Signature : '.

        01 WligneLibre.
           02 FILLER PIC X(2) VALUE SPACES.
           02 Wll_texte PIC X(100).

PROCEDURE DIVISION.

*> Edition du proces-verbal des operations electorales d'un
*> bureau pour un scrutin et un tour : inscrits, emargements,
*> procurations utilisees, signatures, blancs, nuls et voix par
*> candidat, observations (ecarts constates et registre des
*> incidents) et bloc des signatures des membres du bureau.
*> Un numero de bureau vide edite le proces-verbal de chaque
*> bureau ayant un resultat pour ce scrutin et ce tour.
        DISPLAY 'Code du scrutin (8 caracteres)'
        ACCEPT Wscrutin
        DISPLAY 'Tour (1 ou 2)'
        ACCEPT Wtour
        DISPLAY 'Numero de bureau (vide pour tous les bureaux)'
        ACCEPT Wnum
        MOVE FUNCTION CURRENT-DATE (1:8) TO Wdate_jour
        MOVE 0 TO Wnbpv

        OPEN INPUT fresultats
        IF fresult_stat = 35 THEN
           DISPLAY 'Fichier resultats.dat introuvable, aucun '
              'proces-verbal edite'
           MOVE 1 TO Wio_ko
        ELSE
           PERFORM CUMULE_INSCRITS_PROCURATIONS
           PERFORM OUVRE_FICHIERS_REFERENCE
           IF Wnum = SPACES THEN
              PERFORM EDITE_TOUS_LES_PV
           ELSE
              MOVE Wnum TO fres_noebur
              MOVE Wscrutin TO fres_scrutin
              MOVE Wtour TO fres_tour
              READ fresultats
                 INVALID KEY
                    DISPLAY 'Aucun resultat saisi pour le bureau ', Wnum
                 NOT INVALID KEY
                    PERFORM EDITE_PV
              END-READ
           END-IF
           PERFORM FERME_FICHIERS_REFERENCE
           CLOSE fresultats
        END-IF

        DISPLAY 'Proces-verbaux edites : ', Wnbpv

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        CUMULE_INSCRITS_PROCURATIONS.
*> Inscrits par bureau d'affectation, puis procurations
*> utilisees rattachees au bureau du mandant
        OPEN OUTPUT ftrav
        CLOSE ftrav
        OPEN I-O ftrav
        OPEN INPUT faffectation
        IF faffec_stat = 35 THEN
           DISPLAY 'Fichier faffectation.dat introuvable, inscrits '
              'non renseignes'
        ELSE
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ faffectation NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    MOVE fa_noebur TO ftp_noebur
                    READ ftrav
                       INVALID KEY
                          MOVE 1 TO ftp_inscrits
                          MOVE 0 TO ftp_procurations
                          WRITE travTampon
                       NOT INVALID KEY
                          ADD 1 TO ftp_inscrits
                          REWRITE travTampon
                    END-READ
              END-READ
           END-PERFORM
           OPEN INPUT fprocurations
           IF fproc_stat = 35 THEN
              DISPLAY 'Fichier fprocurations.dat introuvable, '
                 'procurations non renseignees'
           ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fprocurations NEXT RECORD
                    AT END MOVE 1 TO Wfin
                    NOT AT END
                       IF fpr-utilisee THEN
                          PERFORM AJOUTE_PROCURATION_BUREAU
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE fprocurations
        END-IF
        CLOSE faffectation
        CLOSE ftrav.

        AJOUTE_PROCURATION_BUREAU.
*> fpr_mandant est deja positionne par la lecture de
*> fprocurations ; le mandant non affecte n'est rattache a aucun
*> bureau
        MOVE fpr_mandant TO fa_id
        READ faffectation
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE fa_noebur TO ftp_noebur
              READ ftrav
                 INVALID KEY
                    MOVE 0 TO ftp_inscrits
                    MOVE 1 TO ftp_procurations
                    WRITE travTampon
                 NOT INVALID KEY
                    ADD 1 TO ftp_procurations
                    REWRITE travTampon
              END-READ
        END-READ.

        OUVRE_FICHIERS_REFERENCE.
        OPEN INPUT fbureaux
        OPEN INPUT fcandidats
        OPEN INPUT ftrav
        MOVE 1 TO Wcompteurs_dispo
        OPEN INPUT fcompteurs
        IF fcompt_stat = 35 THEN
           MOVE 0 TO Wcompteurs_dispo
           DISPLAY 'Fichier femargement_compteurs.dat introuvable, '
              'emargements non renseignes'
        END-IF
        MOVE 1 TO Wincidents_dispo
        OPEN INPUT fincidents
        IF fincid_stat = 35 THEN
           MOVE 0 TO Wincidents_dispo
        END-IF
        MOVE 1 TO Wmembres_dispo
        OPEN INPUT fmembres
        IF fmembres_stat = 35 THEN
           MOVE 0 TO Wmembres_dispo
           DISPLAY 'Fichier fmembres_bureau.dat introuvable, '
              'composition des bureaux non renseignee'
        END-IF.

        FERME_FICHIERS_REFERENCE.
        CLOSE fbureaux
        CLOSE fcandidats
        CLOSE ftrav
        IF Wcompteurs_dispo = 1 THEN
           CLOSE fcompteurs
        END-IF
        IF Wincidents_dispo = 1 THEN
           CLOSE fincidents
        END-IF
        IF Wmembres_dispo = 1 THEN
           CLOSE fmembres
        END-IF.

        EDITE_TOUS_LES_PV.
        MOVE 0 TO Wfin_res
        PERFORM WITH TEST AFTER UNTIL Wfin_res = 1
           READ fresultats NEXT RECORD
              AT END MOVE 1 TO Wfin_res
              NOT AT END
                 IF fres_scrutin = Wscrutin AND fres_tour = Wtour THEN
                    PERFORM EDITE_PV
                 END-IF
           END-READ
        END-PERFORM.

        EDITE_PV.
*> resultTampon contient le resultat du bureau a editer
        MOVE SPACES TO Wpv_nom
        STRING 'pv_' DELIMITED BY SIZE
           fres_noebur DELIMITED BY SPACE
           '_' DELIMITED BY SIZE
           fres_scrutin DELIMITED BY SPACE
           '_' DELIMITED BY SIZE
           fres_tour DELIMITED BY SIZE
           '.dat' DELIMITED BY SIZE
           INTO Wpv_nom
        END-STRING
        OPEN OUTPUT fpv
        IF fpv_stat NOT = 0 THEN
           DISPLAY 'Creation impossible de ', Wpv_nom,
              ', statut ', fpv_stat
           MOVE 1 TO Wio_ko
        ELSE
           PERFORM EDITE_PV_ENTETE
           PERFORM EDITE_PV_CHIFFRES
           PERFORM EDITE_PV_CANDIDATS
           PERFORM EDITE_PV_OBSERVATIONS
           PERFORM EDITE_PV_SIGNATURES
           CLOSE fpv
           ADD 1 TO Wnbpv
           DISPLAY 'Proces-verbal du bureau ', fres_noebur,
              ' : ', Wpv_nom
        END-IF.

        EDITE_PV_ENTETE.
        MOVE WligneTitre TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE fres_scrutin TO Wle_scrutin
        MOVE fres_tour TO Wle_tour
        MOVE fres_noebur TO Wle_noebur
        MOVE fres_noebur TO fbu_num
        READ fbureaux
           INVALID KEY
              MOVE 'BUREAU INCONNU' TO Wle_ville
           NOT INVALID KEY
              MOVE fbu_ville TO Wle_ville
        END-READ
        MOVE WligneEntete TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE Wdate_jour TO Wld_date
        MOVE WligneEdition TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE SPACES TO pvTampon
        PERFORM ECRIT_LIGNE_PV.

        EDITE_PV_CHIFFRES.
*> Votants = enveloppes trouvees dans l'urne = blancs + nuls +
*> suffrages exprimes
        MOVE 0 TO Winscrits
        MOVE 0 TO Wprocurations
        MOVE fres_noebur TO ftp_noebur
        READ ftrav
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE ftp_inscrits TO Winscrits
              MOVE ftp_procurations TO Wprocurations
        END-READ
        MOVE 0 TO Wemargements
        IF Wcompteurs_dispo = 1 THEN
           MOVE fres_noebur TO fec_noebur
           READ fcompteurs
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE fec_nbemarges TO Wemargements
           END-READ
        END-IF
        MOVE 0 TO Wexprimes
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fres_nbcandidats
           ADD fres_nbvoix(Wi) TO Wexprimes
        END-PERFORM
        COMPUTE Wvotants = fres_blancs + fres_nuls + Wexprimes

        MOVE 'DECOMPTE DES VOTANTS' TO Wls_libelle
        MOVE WligneSection TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE 'Electeurs inscrits' TO Wlc_libelle
        MOVE Winscrits TO Wlc_valeur
        MOVE WligneChiffre TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE 'Emargements sur la liste' TO Wlc_libelle
        MOVE Wemargements TO Wlc_valeur
        MOVE WligneChiffre TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE 'dont votes par procuration' TO Wlc_libelle
        MOVE Wprocurations TO Wlc_valeur
        MOVE WligneChiffre TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE 'Signatures constatees' TO Wlc_libelle
        MOVE fres_signatures TO Wlc_valeur
        MOVE WligneChiffre TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE 'Enveloppes et bulletins trouves dans l''urne'
           TO Wlc_libelle
        MOVE Wvotants TO Wlc_valeur
        MOVE WligneChiffre TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE 'Bulletins blancs' TO Wlc_libelle
        MOVE fres_blancs TO Wlc_valeur
        MOVE WligneChiffre TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE 'Bulletins nuls' TO Wlc_libelle
        MOVE fres_nuls TO Wlc_valeur
        MOVE WligneChiffre TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE 'Suffrages exprimes' TO Wlc_libelle
        MOVE Wexprimes TO Wlc_valeur
        MOVE WligneChiffre TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        MOVE SPACES TO pvTampon
        PERFORM ECRIT_LIGNE_PV.

        EDITE_PV_CANDIDATS.
        MOVE 'SUFFRAGES OBTENUS PAR CANDIDAT' TO Wls_libelle
        MOVE WligneSection TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fres_nbcandidats
           MOVE fres_numcandidat(Wi) TO Wlca_num
           MOVE fres_numcandidat(Wi) TO fca_num
           READ fcandidats
              INVALID KEY
                 MOVE 'CANDIDAT INCONNU' TO Wlca_nom
                 MOVE SPACES TO Wlca_prenom
                 MOVE SPACES TO Wlca_parti
              NOT INVALID KEY
                 MOVE fca_nom TO Wlca_nom
                 MOVE fca_prenom TO Wlca_prenom
                 MOVE fca_parti TO Wlca_parti
           END-READ
           MOVE fres_nbvoix(Wi) TO Wlca_voix
           MOVE WligneCandidat TO pvTampon
           PERFORM ECRIT_LIGNE_PV
        END-PERFORM
        MOVE SPACES TO pvTampon
        PERFORM ECRIT_LIGNE_PV.

        EDITE_PV_OBSERVATIONS.
*> Ecarts constates entre la liste d'emargement, les signatures
*> et le contenu de l'urne, puis registre des incidents du bureau
        MOVE 0 TO Wnbobservations
        MOVE 'OBSERVATIONS ET RECLAMATIONS' TO Wls_libelle
        MOVE WligneSection TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        IF Wcompteurs_dispo = 1 AND Wemargements NOT = fres_signatures THEN
           MOVE 'Ecart entre le nombre d''emargements et les signatures'
              TO Wll_texte
           MOVE WligneLibre TO pvTampon
           PERFORM ECRIT_LIGNE_PV
           ADD 1 TO Wnbobservations
        END-IF
        IF Wvotants NOT = fres_signatures THEN
           MOVE 'Ecart entre les enveloppes de l''urne et les signatures'
              TO Wll_texte
           MOVE WligneLibre TO pvTampon
           PERFORM ECRIT_LIGNE_PV
           ADD 1 TO Wnbobservations
        END-IF
        IF Wincidents_dispo = 1 THEN
           MOVE fres_noebur TO fin_noebur
           MOVE fres_scrutin TO fin_scrutin
           MOVE fres_tour TO fin_tour
           MOVE LOW-VALUES TO fin_horodatage
           MOVE 0 TO fin_sequence
           MOVE 0 TO Wfin
           START fincidents KEY IS NOT LESS THAN fin_cle
              INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ fincidents NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    IF fin_noebur NOT = fres_noebur
                       OR fin_scrutin NOT = fres_scrutin
                       OR fin_tour NOT = fres_tour THEN
                       MOVE 1 TO Wfin
                    ELSE
                       PERFORM EDITE_LIGNE_INCIDENT
                    END-IF
              END-READ
           END-PERFORM
        END-IF
        IF Wnbobservations = 0 THEN
           MOVE 'Neant' TO Wll_texte
           MOVE WligneLibre TO pvTampon
           PERFORM ECRIT_LIGNE_PV
        END-IF
        MOVE SPACES TO pvTampon
        PERFORM ECRIT_LIGNE_PV.

        EDITE_LIGNE_INCIDENT.
*> incidentTampon contient l'inscription a reprendre
        ADD 1 TO Wnbobservations
        MOVE fin_horodatage TO Wlo_horodatage
        IF fin-incident THEN
           MOVE 'INCIDENT' TO Wlo_nature
           MOVE fin_texte TO Wlo_texte
           MOVE WligneObservation TO pvTampon
           PERFORM ECRIT_LIGNE_PV
        ELSE
           MOVE 'RECLAMATION' TO Wlo_nature
           MOVE fin_auteur TO Wlo_texte
           MOVE WligneObservation TO pvTampon
           PERFORM ECRIT_LIGNE_PV
           MOVE SPACES TO Wlo_horodatage
           MOVE SPACES TO Wlo_nature
           MOVE fin_texte TO Wlo_texte
           MOVE WligneObservation TO pvTampon
           PERFORM ECRIT_LIGNE_PV
        END-IF.

        EDITE_PV_SIGNATURES.
        MOVE 0 TO Wnbmembres
        MOVE 'MEMBRES DU BUREAU' TO Wls_libelle
        MOVE WligneSection TO pvTampon
        PERFORM ECRIT_LIGNE_PV
        IF Wmembres_dispo = 1 THEN
           MOVE fres_noebur TO fmb_noebur
           MOVE Wscrutin TO fmb_scrutin
           MOVE 0 TO fmb_role
           MOVE 0 TO fmb_rang
           MOVE 0 TO Wfin
           START fmembres KEY IS NOT LESS THAN fmb_cle
              INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ fmembres NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    IF fmb_noebur NOT = fres_noebur
                       OR fmb_scrutin NOT = fres_scrutin THEN
                       MOVE 1 TO Wfin
                    ELSE
                       ADD 1 TO Wnbmembres
                       EVALUATE TRUE
                          WHEN fmb-president
                             MOVE 'President' TO Wlm_role
                          WHEN fmb-secretaire
                             MOVE 'Secretaire' TO Wlm_role
                          WHEN OTHER
                             MOVE 'Assesseur' TO Wlm_role
                       END-EVALUATE
                       MOVE fmb_nom TO Wlm_nom
                       MOVE fmb_prenom TO Wlm_prenom
                       MOVE WligneMembre TO pvTampon
                       PERFORM ECRIT_LIGNE_PV
                    END-IF
              END-READ
           END-PERFORM
        END-IF
        IF Wnbmembres = 0 THEN
           MOVE 'Composition du bureau non enregistree' TO Wll_texte
           MOVE WligneLibre TO pvTampon
           PERFORM ECRIT_LIGNE_PV
        END-IF.

        ECRIT_LIGNE_PV.
*> pvTampon porte la ligne a ecrire
        WRITE pvTampon END-WRITE
        IF fpv_stat NOT = 0 AND fpv_stat NOT = 2
           AND fpv_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF.
