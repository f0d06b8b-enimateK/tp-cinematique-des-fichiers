IDENTIFICATION DIVISION.
PROGRAM-ID. participation_profil.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT felecteurs ASSIGN TO "felecteurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fe_id
        FILE STATUS IS felec_stat.
        SELECT faffectation ASSIGN TO "faffectation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fa_id
        FILE STATUS IS faffec_stat.
        SELECT femargement ASSIGN TO "femargement.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fem_id
        FILE STATUS IS femarg_stat.
*> Archive datee des emargements d'un scrutin clos
*> (archive_emargement_AAAAMMJJ.dat, ecrite par archivage)
        SELECT farch_emargement ASSIGN TO Warch_emargement_nom
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS farchema_stat.
        SELECT fprocurations ASSIGN TO "fprocurations.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fpr_mandant
        FILE STATUS IS fproc_stat.
        SELECT fscrutins ASSIGN TO "fscrutins.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fsc_scrutin
        FILE STATUS IS fscr_stat.
*> Profil de participation d'un scrutin, date du jour du scrutin
*> (profil_participation_AAAAMMJJ.dat) : chiffres agreges par
*> bureau et par categorie, sans donnee nominative, conserves
*> pour comparer les scrutins entre eux
        SELECT fprofil ASSIGN TO Wprofil_nom
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fprofil_stat.
*> Fichiers de travail indexes recrees a chaque execution :
*> cumuls par bureau et par categorie, profil de reference de
*> la comparaison
        SELECT ftrav_profil ASSIGN TO "trav_profil.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY ftp_cle
        FILE STATUS IS ftravp_stat.
        SELECT ftrav_compare ASSIGN TO "trav_profil_cmp.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY ftc_cle
        FILE STATUS IS ftravc_stat.

DATA DIVISION.
FILE SECTION.
        FD felecteurs.
        01 elecTampon.
          02 fe_id PIC 9(15).
          02 fe_nom PIC X(30).
          02 fe_prenom PIC X(30).
          02 fe_datenaissance PIC 9(8).
          02 fe_villeHabitation PIC X(30).
          02 fe_handicap PIC 9.
        FD faffectation.
        01 affecTampon.
          02 fa_id PIC 9(15).
          02 fa_nom PIC X(30).
          02 fa_prenom PIC X(30).
          02 fa_noebur PIC X(4).
          02 fa_ville PIC X(30).
        FD femargement.
        01 emargTampon.
          02 fem_id PIC 9(15).
          02 fem_noebur PIC X(4).
          02 fem_heure PIC 9(4).
        FD farch_emargement.
        01 archEmargTampon.
          02 fae_id PIC 9(15).
          02 fae_noebur PIC X(4).
          02 fae_heure PIC 9(4).
        FD fprocurations.
        01 procTampon.
          02 fpr_mandant PIC 9(15).
          02 fpr_mandataire PIC 9(15).
          02 fpr_etat PIC 9.
             88 fpr-active VALUE 1.
             88 fpr-annulee VALUE 2.
             88 fpr-utilisee VALUE 3.
        FD fscrutins.
        01 scrutinTampon.
          02 fsc_scrutin PIC X(8).
          02 fsc_libelle PIC X(30).
          02 fsc_date PIC 9(8).
          02 fsc_date_limite PIC 9(8).
          02 fsc_age_min PIC 9(2).
*> Bureau '****' : ensemble de la commune
        FD fprofil.
        01 profilTampon.
          02 fpp_noebur PIC X(4).
          02 fpp_categorie PIC 9(2).
          02 fpp_inscrits PIC 9(8).
          02 fpp_votants PIC 9(8).
          02 fpp_procurations PIC 9(8).
        FD ftrav_profil.
        01 travProfilTampon.
          02 ftp_cle.
             03 ftp_noebur PIC X(4).
             03 ftp_categorie PIC 9(2).
          02 ftp_inscrits PIC 9(8).
          02 ftp_votants PIC 9(8).
          02 ftp_procurations PIC 9(8).
        FD ftrav_compare.
        01 travCompareTampon.
          02 ftc_cle.
             03 ftc_noebur PIC X(4).
             03 ftc_categorie PIC 9(2).
          02 ftc_inscrits PIC 9(8).
          02 ftc_votants PIC 9(8).
          02 ftc_procurations PIC 9(8).

WORKING-STORAGE SECTION.
        77 felec_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 femarg_stat PIC 9(2).
        77 farchema_stat PIC 9(2).
        77 fproc_stat PIC 9(2).
        77 fscr_stat PIC 9(2).
        77 fprofil_stat PIC 9(2).
        77 ftravp_stat PIC 9(2).
        77 ftravc_stat PIC 9(2).
        77 Wrep PIC 9.
        77 Wfin PIC 9.
        77 Wscrutin PIC X(8).
        77 Wdate_scrutin PIC 9(8).
        77 Wdate_archive PIC 9(8).
        77 Wdate_A PIC 9(8).
        77 Wdate_B PIC 9(8).
        77 Wsource PIC 9.
        77 Wsource_ok PIC 9.
        77 Wproc_dispo PIC 9.
        77 Warch_emargement_nom PIC X(40).
        77 Wprofil_nom PIC X(40).
        77 Wid PIC 9(15).
        77 Wnoebur PIC X(4).
        77 Wnoebur_cible PIC X(4).
        77 Wnoebur_prec PIC X(4).
        77 Widentifie PIC 9.
        77 Wage PIC 9(3).
        77 Wcat_age PIC 9(2).
        77 Wcat_handicap PIC 9(2).
        77 Wcat PIC 9(2).
        77 Wajout_inscrit PIC 9.
        77 Wajout_votant PIC 9.
        77 Wajout_proc PIC 9.
        77 Wnbinscrits_non_identifies PIC 9(8).
        77 Wnbvotants_non_identifies PIC 9(8).
        77 Wtaux PIC 9(3)V99.
        77 Wtaux_A PIC 9(3)V99.
        77 Wecart PIC S9(3)V99.
        77 Wio_ko PIC 9 VALUE 0.

*> Categories : 1 a 6 tranches d'age a la date du scrutin,
*> 7 et 8 electeurs sans et avec handicap (fe_handicap), 9
*> ensemble des electeurs du bureau
        01 WlibellesCategories.
           02 FILLER PIC X(16) VALUE '18 a 24 ans'.
           02 FILLER PIC X(16) VALUE '25 a 34 ans'.
           02 FILLER PIC X(16) VALUE '35 a 49 ans'.
           02 FILLER PIC X(16) VALUE '50 a 64 ans'.
           02 FILLER PIC X(16) VALUE '65 a 74 ans'.
           02 FILLER PIC X(16) VALUE '75 ans et plus'.
           02 FILLER PIC X(16) VALUE 'sans handicap'.
           02 FILLER PIC X(16) VALUE 'PMR / handicap'.
           02 FILLER PIC X(16) VALUE 'ensemble'.
        01 WtableLibelles REDEFINES WlibellesCategories.
           02 Wlibelle_cat OCCURS 9 TIMES PIC X(16).

        01 WligneProfil.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Wlp_libelle PIC X(16).
           02 FILLER PIC X(10) VALUE ' inscrits '.
           02 Wlp_inscrits PIC Z(7)9.
           02 FILLER PIC X(9) VALUE ' votants '.
           02 Wlp_votants PIC Z(7)9.
           02 FILLER PIC X(3) VALUE ' : '.
           02 Wlp_taux PIC ZZ9.99.
           02 FILLER PIC X(20) VALUE ' % dont procuration '.
           02 Wlp_procurations PIC Z(7)9.

        01 WligneCompare.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Wlc_libelle PIC X(16).
           02 FILLER PIC X(3) VALUE ' : '.
           02 Wlc_taux_A PIC ZZ9.99.
           02 FILLER PIC X(6) VALUE ' % -> '.
           02 Wlc_taux_B PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE ' % '.
           02 FILLER PIC X VALUE '('.
           02 Wlc_ecart PIC -ZZ9.99.
           02 FILLER PIC X(22) VALUE ' points) procurations '.
           02 Wlc_proc_A PIC Z(7)9.
           02 FILLER PIC X(4) VALUE ' -> '.
           02 Wlc_proc_B PIC Z(7)9.

PROCEDURE DIVISION.

*> Participation d'un scrutin par tranche d'age a la date du
*> scrutin, par situation de handicap et, parmi les votants, par
*> procuration, pour chaque bureau et pour la commune. Le profil
*> obtenu est conserve dans profil_participation_AAAAMMJJ.dat :
*> les comparaisons entre scrutins se font sur ces profils, les
*> archives d'emargement etant anonymisees passe leur delai de
*> conservation.
        DISPLAY 'Souhaitez vous etablir le profil de participation '
           'd''un scrutin ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           PERFORM ETABLIT_PROFIL
        END-IF

        DISPLAY 'Souhaitez vous comparer deux profils de participation ? '
           '1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           PERFORM COMPARE_PROFILS
        END-IF

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        ETABLIT_PROFIL.
        PERFORM DETERMINE_DATE_SCRUTIN
        PERFORM CHOISIT_SOURCE
        IF Wsource_ok = 1 THEN
           MOVE SPACES TO Wprofil_nom
           STRING 'profil_participation_' DELIMITED BY SIZE
              Wdate_scrutin DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO Wprofil_nom
           END-STRING
           MOVE 0 TO Wnbinscrits_non_identifies
           MOVE 0 TO Wnbvotants_non_identifies
           OPEN OUTPUT ftrav_profil
           CLOSE ftrav_profil
           OPEN I-O ftrav_profil
           OPEN INPUT felecteurs
           PERFORM COMPTE_INSCRITS
           PERFORM COMPTE_VOTANTS
           CLOSE felecteurs
           CLOSE ftrav_profil
           PERFORM EDITE_PROFIL
        END-IF.

        DETERMINE_DATE_SCRUTIN.
*> La date du scrutin est reprise du registre des scrutins quand
*> il y figure ; l'age des electeurs est calcule a cette date
        DISPLAY 'Code du scrutin (8 caracteres)'
        ACCEPT Wscrutin
        MOVE 0 TO Wdate_scrutin
        OPEN INPUT fscrutins
        IF fscr_stat NOT = 35 THEN
           MOVE Wscrutin TO fsc_scrutin
           READ fscrutins
              NOT INVALID KEY
                 MOVE fsc_date TO Wdate_scrutin
                 DISPLAY 'Scrutin ', fsc_libelle, ' du ', fsc_date
           END-READ
        END-IF
        CLOSE fscrutins
        PERFORM WITH TEST BEFORE UNTIL Wdate_scrutin > 0
           DISPLAY 'Date du scrutin (AAAAMMJJ)'
           ACCEPT Wdate_scrutin
        END-PERFORM.

        CHOISIT_SOURCE.
*> Les procurations ne valent que pour le scrutin en cours : sur
*> une archive, la repartition par procuration n'est pas faite
        MOVE 0 TO Wsource_ok
        PERFORM WITH TEST AFTER UNTIL Wsource = 1 OR Wsource = 2
           DISPLAY 'Emargements : 1 = scrutin en cours (femargement.dat),'
              ' 2 = archive d''un scrutin clos'
           ACCEPT Wsource
        END-PERFORM
        IF Wsource = 1 THEN
           OPEN INPUT femargement
           IF femarg_stat = 35 THEN
              DISPLAY 'Fichier femargement.dat introuvable, aucun profil'
              MOVE 1 TO Wio_ko
           ELSE
              MOVE 1 TO Wsource_ok
           END-IF
           CLOSE femargement
        ELSE
           DISPLAY 'Date de l''archive des emargements (AAAAMMJJ, '
              '0 = date du scrutin)'
           ACCEPT Wdate_archive
           IF Wdate_archive = 0 THEN
              MOVE Wdate_scrutin TO Wdate_archive
           END-IF
           MOVE SPACES TO Warch_emargement_nom
           STRING 'archive_emargement_' DELIMITED BY SIZE
              Wdate_archive DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO Warch_emargement_nom
           END-STRING
           OPEN INPUT farch_emargement
           IF farchema_stat = 35 THEN
              DISPLAY 'Archive ', Warch_emargement_nom, ' introuvable, '
                 'aucun profil'
              MOVE 1 TO Wio_ko
           ELSE
              MOVE 1 TO Wsource_ok
           END-IF
           CLOSE farch_emargement
        END-IF.

        COMPTE_INSCRITS.
*> Inscrits de chaque bureau d'affectation par categorie
        OPEN INPUT faffectation
        IF faffec_stat = 35 THEN
           DISPLAY 'Fichier faffectation.dat introuvable, taux de '
              'participation non calcules'
        ELSE
           MOVE 1 TO Wajout_inscrit
           MOVE 0 TO Wajout_votant
           MOVE 0 TO Wajout_proc
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ faffectation NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    MOVE fa_id TO Wid
                    MOVE fa_noebur TO Wnoebur
                    PERFORM CATEGORIES_ELECTEUR
                    IF Widentifie = 0 THEN
                       ADD 1 TO Wnbinscrits_non_identifies
                    END-IF
                    PERFORM AJOUTE_ELECTEUR
              END-READ
           END-PERFORM
        END-IF
        CLOSE faffectation.

        COMPTE_VOTANTS.
*> Votants de chaque bureau d'emargement par categorie ; un
*> emargement anonymise ou d'un electeur sorti de la liste ne
*> compte que dans l'ensemble
        MOVE 1 TO Wproc_dispo
        IF Wsource = 2 THEN
           MOVE 0 TO Wproc_dispo
        ELSE
           OPEN INPUT fprocurations
           IF fproc_stat = 35 THEN
              MOVE 0 TO Wproc_dispo
              DISPLAY 'Fichier fprocurations.dat introuvable, votes par '
                 'procuration non distingues'
           END-IF
        END-IF
        MOVE 0 TO Wajout_inscrit
        MOVE 1 TO Wajout_votant
        MOVE 0 TO Wfin
        IF Wsource = 1 THEN
           OPEN INPUT femargement
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ femargement NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    MOVE fem_id TO Wid
                    MOVE fem_noebur TO Wnoebur
                    PERFORM COMPTE_UN_VOTANT
              END-READ
           END-PERFORM
           CLOSE femargement
        ELSE
           OPEN INPUT farch_emargement
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ farch_emargement
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    MOVE fae_id TO Wid
                    MOVE fae_noebur TO Wnoebur
                    PERFORM COMPTE_UN_VOTANT
              END-READ
           END-PERFORM
           CLOSE farch_emargement
        END-IF
        IF Wsource = 1 AND Wproc_dispo = 1 THEN
           CLOSE fprocurations
        END-IF.

        COMPTE_UN_VOTANT.
*> Wid et Wnoebur sont deja positionnes par l'appelant ; un vote
*> par procuration est emarge au nom du mandant
        MOVE 0 TO Wajout_proc
        IF Wproc_dispo = 1 AND Wid NOT = 0 THEN
           MOVE Wid TO fpr_mandant
           READ fprocurations
              NOT INVALID KEY
                 IF fpr-utilisee THEN
                    MOVE 1 TO Wajout_proc
                 END-IF
           END-READ
        END-IF
        PERFORM CATEGORIES_ELECTEUR
        IF Widentifie = 0 THEN
           ADD 1 TO Wnbvotants_non_identifies
        END-IF
        PERFORM AJOUTE_ELECTEUR.

        CATEGORIES_ELECTEUR.
*> Wid est deja positionne ; rend la tranche d'age et la
*> categorie de handicap de l'electeur, 0 s'il est inconnu
        MOVE 0 TO Widentifie
        MOVE 0 TO Wcat_age
        MOVE 0 TO Wcat_handicap
        IF Wid NOT = 0 THEN
           MOVE Wid TO fe_id
           READ felecteurs
              NOT INVALID KEY
                 MOVE 1 TO Widentifie
           END-READ
        END-IF
        IF Widentifie = 1 THEN
           MOVE 0 TO Wage
           IF fe_datenaissance < Wdate_scrutin THEN
              COMPUTE Wage = (Wdate_scrutin - fe_datenaissance) / 10000
           END-IF
           EVALUATE TRUE
              WHEN Wage < 25
                 MOVE 1 TO Wcat_age
              WHEN Wage < 35
                 MOVE 2 TO Wcat_age
              WHEN Wage < 50
                 MOVE 3 TO Wcat_age
              WHEN Wage < 65
                 MOVE 4 TO Wcat_age
              WHEN Wage < 75
                 MOVE 5 TO Wcat_age
              WHEN OTHER
                 MOVE 6 TO Wcat_age
           END-EVALUATE
           IF fe_handicap = 0 THEN
              MOVE 7 TO Wcat_handicap
           ELSE
              MOVE 8 TO Wcat_handicap
           END-IF
        END-IF.

        AJOUTE_ELECTEUR.
*> Ajoute l'electeur a ses categories, dans son bureau et dans
*> l'ensemble de la commune
        MOVE Wnoebur TO Wnoebur_cible
        PERFORM AJOUTE_CATEGORIES
        MOVE '****' TO Wnoebur_cible
        PERFORM AJOUTE_CATEGORIES.

        AJOUTE_CATEGORIES.
        IF Wcat_age > 0 THEN
           MOVE Wcat_age TO Wcat
           PERFORM AJOUTE_PROFIL
        END-IF
        IF Wcat_handicap > 0 THEN
           MOVE Wcat_handicap TO Wcat
           PERFORM AJOUTE_PROFIL
        END-IF
        MOVE 9 TO Wcat
        PERFORM AJOUTE_PROFIL.

        AJOUTE_PROFIL.
*> Wnoebur_cible et Wcat designent le cumul ; Wajout_inscrit,
*> Wajout_votant et Wajout_proc valent 1 pour ce qui est compte
        MOVE Wnoebur_cible TO ftp_noebur
        MOVE Wcat TO ftp_categorie
        READ ftrav_profil
           INVALID KEY
              MOVE Wajout_inscrit TO ftp_inscrits
              MOVE Wajout_votant TO ftp_votants
              MOVE Wajout_proc TO ftp_procurations
              WRITE travProfilTampon END-WRITE
           NOT INVALID KEY
              ADD Wajout_inscrit TO ftp_inscrits
              ADD Wajout_votant TO ftp_votants
              ADD Wajout_proc TO ftp_procurations
              REWRITE travProfilTampon END-REWRITE
        END-READ.

        EDITE_PROFIL.
*> Edition par bureau (la commune d'abord) et sauvegarde du
*> profil date du jour du scrutin
        DISPLAY '=== Profil de participation - scrutin ', Wscrutin,
           ' du ', Wdate_scrutin, ' ==='
        IF Wproc_dispo = 0 THEN
           DISPLAY '(votes par procuration non distingues)'
        END-IF
        MOVE SPACES TO Wnoebur_prec
        OPEN OUTPUT fprofil
        OPEN INPUT ftrav_profil
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ ftrav_profil NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 PERFORM EDITE_LIGNE_PROFIL
                 MOVE travProfilTampon TO profilTampon
                 WRITE profilTampon END-WRITE
                 IF fprofil_stat NOT = 0 AND fprofil_stat NOT = 2
                    AND fprofil_stat NOT = 4
                    MOVE 1 TO Wio_ko
                 END-IF
           END-READ
        END-PERFORM
        CLOSE ftrav_profil
        CLOSE fprofil
        IF Wnbinscrits_non_identifies > 0 THEN
           DISPLAY 'Inscrits absents de la liste electorale : ',
              Wnbinscrits_non_identifies
        END-IF
        IF Wnbvotants_non_identifies > 0 THEN
           DISPLAY 'Votants non identifies (emargement anonymise ou '
              'electeur sorti de la liste) : ', Wnbvotants_non_identifies
        END-IF
        DISPLAY 'Profil conserve dans ', Wprofil_nom.

        EDITE_LIGNE_PROFIL.
*> travProfilTampon porte le cumul d'un bureau et d'une categorie
        IF ftp_noebur NOT = Wnoebur_prec THEN
           MOVE ftp_noebur TO Wnoebur_prec
           IF ftp_noebur = '****' THEN
              DISPLAY 'Ensemble de la commune'
           ELSE
              DISPLAY 'Bureau ', ftp_noebur
           END-IF
        END-IF
        MOVE Wlibelle_cat(ftp_categorie) TO Wlp_libelle
        MOVE ftp_inscrits TO Wlp_inscrits
        MOVE ftp_votants TO Wlp_votants
        MOVE 0 TO Wtaux
        IF ftp_inscrits > 0 THEN
           COMPUTE Wtaux ROUNDED = ftp_votants * 100 / ftp_inscrits
        END-IF
        MOVE Wtaux TO Wlp_taux
        MOVE ftp_procurations TO Wlp_procurations
        DISPLAY WligneProfil.

        COMPARE_PROFILS.
*> Comparaison de deux profils conserves, designes par la date
*> de leur scrutin : evolution en points de la participation de
*> chaque categorie, par bureau et pour la commune
        DISPLAY 'Date du premier scrutin (AAAAMMJJ)'
        ACCEPT Wdate_A
        DISPLAY 'Date du second scrutin (AAAAMMJJ)'
        ACCEPT Wdate_B
        OPEN OUTPUT ftrav_compare
        CLOSE ftrav_compare
        OPEN I-O ftrav_compare
        MOVE SPACES TO Wprofil_nom
        STRING 'profil_participation_' DELIMITED BY SIZE
           Wdate_A DELIMITED BY SIZE
           '.dat' DELIMITED BY SIZE
           INTO Wprofil_nom
        END-STRING
        OPEN INPUT fprofil
        IF fprofil_stat = 35 THEN
           DISPLAY 'Profil ', Wprofil_nom, ' introuvable'
           MOVE 1 TO Wio_ko
        ELSE
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fprofil
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    MOVE profilTampon TO travCompareTampon
                    WRITE travCompareTampon END-WRITE
              END-READ
           END-PERFORM
        END-IF
        CLOSE fprofil
        IF fprofil_stat NOT = 35 THEN
           PERFORM COMPARE_SECOND_PROFIL
        END-IF
        CLOSE ftrav_compare.

        COMPARE_SECOND_PROFIL.
        MOVE SPACES TO Wprofil_nom
        STRING 'profil_participation_' DELIMITED BY SIZE
           Wdate_B DELIMITED BY SIZE
           '.dat' DELIMITED BY SIZE
           INTO Wprofil_nom
        END-STRING
        OPEN INPUT fprofil
        IF fprofil_stat = 35 THEN
           DISPLAY 'Profil ', Wprofil_nom, ' introuvable'
           MOVE 1 TO Wio_ko
        ELSE
           DISPLAY '=== Evolution de la participation du scrutin du ',
              Wdate_A, ' au scrutin du ', Wdate_B, ' ==='
           MOVE SPACES TO Wnoebur_prec
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fprofil
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    PERFORM COMPARE_LIGNE_PROFIL
              END-READ
           END-PERFORM
        END-IF
        CLOSE fprofil.

        COMPARE_LIGNE_PROFIL.
*> profilTampon porte une ligne du second profil ; la meme ligne
*> du premier est lue par sa cle
        IF fpp_noebur NOT = Wnoebur_prec THEN
           MOVE fpp_noebur TO Wnoebur_prec
           IF fpp_noebur = '****' THEN
              DISPLAY 'Ensemble de la commune'
           ELSE
              DISPLAY 'Bureau ', fpp_noebur
           END-IF
        END-IF
        MOVE fpp_noebur TO ftc_noebur
        MOVE fpp_categorie TO ftc_categorie
        READ ftrav_compare
           INVALID KEY
              DISPLAY '   ', Wlibelle_cat(fpp_categorie),
                 ' : absent du premier profil'
           NOT INVALID KEY
              MOVE 0 TO Wtaux_A
              IF ftc_inscrits > 0 THEN
                 COMPUTE Wtaux_A ROUNDED =
                    ftc_votants * 100 / ftc_inscrits
              END-IF
              MOVE 0 TO Wtaux
              IF fpp_inscrits > 0 THEN
                 COMPUTE Wtaux ROUNDED =
                    fpp_votants * 100 / fpp_inscrits
              END-IF
              COMPUTE Wecart = Wtaux - Wtaux_A
              MOVE Wlibelle_cat(fpp_categorie) TO Wlc_libelle
              MOVE Wtaux_A TO Wlc_taux_A
              MOVE Wtaux TO Wlc_taux_B
              MOVE Wecart TO Wlc_ecart
              MOVE ftc_procurations TO Wlc_proc_A
              MOVE fpp_procurations TO Wlc_proc_B
              DISPLAY WligneCompare
        END-READ.
