IDENTIFICATION DIVISION.
PROGRAM-ID. retention.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Durees de conservation par type de fichier, une ligne par
*> type : EMARGEMENT (archives datees d'emargement), CARTES
*> (cartes revenues et propositions de radiation qui en sont
*> tirees), ASSIDUITE (suivi du plan de mobilite), et RECHERCHE
*> (profondeur en mois de la recherche des archives datees)
        SELECT fparam ASSIGN TO "param_retention.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fparam_stat.
*> Archives datees produites par le programme archivage : leur
*> nom est construit a l'execution pour chaque date parcourue
        SELECT farch_emargement ASSIGN TO Warch_emargement_nom
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS farchema_stat.
        SELECT fretours_cartes ASSIGN TO "retours_cartes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY frc_id
        FILE STATUS IS fretc_stat.
        SELECT fpropositions ASSIGN TO "propositions_radiations.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fprop_stat.
        SELECT fassiduite ASSIGN TO "fassiduite.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fas_id
        FILE STATUS IS fass_stat.
*> Fichier de travail recree a chaque execution : propositions
*> conservees, recopiees ensuite dans le fichier d'origine
        SELECT ftrav_prop ASSIGN TO "trav_retention_prop.tmp"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS ftravp_stat.
*> Certificat du traitement, date du jour
        SELECT fcertificat ASSIGN TO Wcertificat_nom
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fcert_stat.

DATA DIVISION.
FILE SECTION.
        FD fparam.
        01 paramTampon.
          02 fpar_type PIC X(12).
          02 fpar_duree PIC 9(3).
          02 FILLER PIC X(15).
        FD farch_emargement.
        01 archEmargTampon.
          02 fae_id PIC 9(15).
          02 fae_noebur PIC X(4).
          02 fae_heure PIC 9(4).
        FD fretours_cartes.
        01 retourCarteTampon.
          02 frc_id PIC 9(15).
          02 frc_motif PIC X(30).
          02 frc_date PIC X(8).
        FD fpropositions.
        01 propTampon.
          02 fpp_code PIC X.
          02 fpp_id PIC 9(15).
          02 fpp_nom PIC X(30).
          02 fpp_prenom PIC X(30).
          02 fpp_datenaissance PIC 9(8).
          02 fpp_villeHabitation PIC X(30).
          02 fpp_handicap PIC 9.
        FD fassiduite.
        01 assiduiteTampon.
          02 fas_id PIC 9(15).
          02 fas_absences PIC 9(3).
          02 fas_date_maj PIC 9(8).
        FD ftrav_prop.
        01 travPropTampon PIC X(115).
        FD fcertificat.
        01 certificatTampon PIC X(100).

WORKING-STORAGE SECTION.
        77 fparam_stat PIC 9(2).
        77 farchema_stat PIC 9(2).
        77 fretc_stat PIC 9(2).
        77 fprop_stat PIC 9(2).
        77 fass_stat PIC 9(2).
        77 ftravp_stat PIC 9(2).
        77 fcert_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wdate_jour PIC X(8).
        77 Wheure_jour PIC X(6).
        77 Wcertificat_nom PIC X(40).
        77 Warch_emargement_nom PIC X(40).
        77 Wduree_mois PIC 9(3).
        77 Wdate_limite PIC X(8).
        77 Wdate_archive PIC X(8).
        77 Wmois_total PIC 9(6).
        77 Wnbjours_mois PIC 9(2).
        77 Wquot PIC 9(4).
        77 Wduree_emargement PIC 9(3).
        77 Wduree_cartes PIC 9(3).
        77 Wduree_assiduite PIC 9(3).
        77 Wduree_recherche PIC 9(3) VALUE 120.
        77 Wparam_emargement PIC 9 VALUE 0.
        77 Wparam_cartes PIC 9 VALUE 0.
        77 Wparam_assiduite PIC 9 VALUE 0.
        77 Wnbanonymises_arch PIC 9(8).
        77 Wnbanonymises PIC 9(8).
        77 Wnbarchives PIC 9(4).
        77 Wnbarchives_deja PIC 9(4).
        77 Wnbcartes_purges PIC 9(8).
        77 Wnbprop_purges PIC 9(8).
        77 Wnbprop_gardes PIC 9(8).
        77 Wnbassiduite_purges PIC 9(8).
        77 Wcarte_gardee PIC 9.
        77 Wio_ko PIC 9 VALUE 0.

*> Date de travail eclatee pour le calcul de la date limite et le
*> passage au jour calendaire suivant
        01 WdateEclat.
           02 Wdc_aaaa PIC 9(4).
           02 Wdc_mm PIC 9(2).
           02 Wdc_jj PIC 9(2).

        01 WligneTitre.
           02 FILLER PIC X(52) VALUE
              'CERTIFICAT DE TRAITEMENT DES DONNEES PERSONNELLES - '.
           02 FILLER PIC X(22) VALUE 'DUREES DE CONSERVATION'.

        01 WligneDate.
           02 FILLER PIC X(22) VALUE 'Traitement execute le '.
           02 Wld_date PIC X(8).
           02 FILLER PIC X(3) VALUE ' a '.
           02 Wld_heure PIC X(6).

        01 WligneFichier.
           02 FILLER PIC X(8) VALUE 'Fichier '.
           02 Wlf_fichier PIC X(30).
           02 FILLER PIC X(16) VALUE ' - conservation '.
           02 Wlf_duree PIC ZZ9.
           02 FILLER PIC X(19) VALUE ' mois, date limite '.
           02 Wlf_limite PIC X(8).

        01 WligneNonTraite.
           02 FILLER PIC X(8) VALUE 'Fichier '.
           02 Wln_fichier PIC X(30).
           02 FILLER PIC X(42) VALUE
              ' - aucune duree parametree, non traite'.

        01 WligneCompte.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Wlc_libelle PIC X(60).
           02 FILLER PIC X(3) VALUE ' : '.
           02 Wlc_nombre PIC ZZZZZZZ9.

        01 WligneArchive.
           02 FILLER PIC X(3) VALUE SPACES.
           02 Wla_archive PIC X(40).
           02 FILLER PIC X(30) VALUE ' anonymisee, emargements : '.
           02 Wla_nombre PIC ZZZZZZZ9.

PROCEDURE DIVISION.

*> Application des durees de conservation des donnees
*> personnelles. Les archives d'emargement echues sont anonymisees
*> (identifiant de l'electeur remis a zero) : bureau et heure sont
*> conserves, donc les totaux par bureau que consulte_archives
*> compare d'un scrutin a l'autre restent exacts. Les cartes
*> revenues, les propositions de radiation qui en sont tirees et
*> les suivis d'assiduite echus sont purges. Le traitement se
*> termine par un certificat date de ce qui a ete fait.
        MOVE FUNCTION CURRENT-DATE (1:8) TO Wdate_jour
        MOVE FUNCTION CURRENT-DATE (9:6) TO Wheure_jour
        STRING 'certificat_retention_' DELIMITED BY SIZE
           Wdate_jour DELIMITED BY SIZE
           '.dat' DELIMITED BY SIZE
           INTO Wcertificat_nom
        END-STRING

        OPEN INPUT fparam
        IF fparam_stat = 35 THEN
           DISPLAY 'Fichier param_retention.dat introuvable, aucune '
              'donnee traitee'
           MOVE 1 TO Wio_ko
        ELSE
           PERFORM LIT_PARAMETRES
           CLOSE fparam
           OPEN OUTPUT fcertificat
           WRITE certificatTampon FROM WligneTitre END-WRITE
           MOVE Wdate_jour TO Wld_date
           MOVE Wheure_jour TO Wld_heure
           WRITE certificatTampon FROM WligneDate END-WRITE
           PERFORM TRAITE_ARCHIVES_EMARGEMENT
           PERFORM TRAITE_RETOURS_CARTES
           PERFORM TRAITE_ASSIDUITE
           PERFORM CLOT_CERTIFICAT
           CLOSE fcertificat
           DISPLAY 'Certificat edite dans ', Wcertificat_nom
        END-IF

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        LIT_PARAMETRES.
*> Une duree nulle est refusee : elle viderait le fichier entier
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fparam
              AT END MOVE 1 TO Wfin
              NOT AT END
                 IF fpar_duree = 0 THEN
                    DISPLAY 'Duree nulle ignoree pour ', fpar_type
                 ELSE
                    EVALUATE fpar_type
                       WHEN 'EMARGEMENT'
                          MOVE fpar_duree TO Wduree_emargement
                          MOVE 1 TO Wparam_emargement
                       WHEN 'CARTES'
                          MOVE fpar_duree TO Wduree_cartes
                          MOVE 1 TO Wparam_cartes
                       WHEN 'ASSIDUITE'
                          MOVE fpar_duree TO Wduree_assiduite
                          MOVE 1 TO Wparam_assiduite
                       WHEN 'RECHERCHE'
                          MOVE fpar_duree TO Wduree_recherche
                       WHEN OTHER
                          DISPLAY 'Type de fichier inconnu ignore : ',
                             fpar_type
                    END-EVALUATE
                 END-IF
           END-READ
        END-PERFORM.

        CALCULE_DATE_LIMITE.
*> Wduree_mois est deja positionne ; Wdate_limite recoit la date
*> du jour reculee d'autant de mois. Un jour au-dela du 28 est
*> ramene au 28 : la date limite n'est jamais posterieure a ce
*> que la duree autorise.
        MOVE Wdate_jour TO WdateEclat
        COMPUTE Wmois_total = Wdc_aaaa * 12 + Wdc_mm - 1 - Wduree_mois
        DIVIDE Wmois_total BY 12 GIVING Wdc_aaaa REMAINDER Wdc_mm
        ADD 1 TO Wdc_mm
        IF Wdc_jj > 28 THEN
           MOVE 28 TO Wdc_jj
        END-IF
        MOVE WdateEclat TO Wdate_limite.

        TRAITE_ARCHIVES_EMARGEMENT.
*> Parcours jour par jour des dates d'archive possibles, de la
*> profondeur de recherche jusqu'a la veille de la date limite
        MOVE 'archive_emargement_*.dat' TO Wln_fichier
        IF Wparam_emargement = 0 THEN
           WRITE certificatTampon FROM WligneNonTraite END-WRITE
        ELSE
           MOVE 0 TO Wnbanonymises
           MOVE 0 TO Wnbarchives
           MOVE 0 TO Wnbarchives_deja
           MOVE Wduree_emargement TO Wduree_mois
           PERFORM CALCULE_DATE_LIMITE
           MOVE 'archive_emargement_*.dat' TO Wlf_fichier
           MOVE Wduree_emargement TO Wlf_duree
           MOVE Wdate_limite TO Wlf_limite
           WRITE certificatTampon FROM WligneFichier END-WRITE
           COMPUTE Wduree_mois = Wduree_emargement + Wduree_recherche
           PERFORM CALCULE_DATE_LIMITE
           MOVE Wdate_limite TO Wdate_archive
           MOVE Wduree_emargement TO Wduree_mois
           PERFORM CALCULE_DATE_LIMITE
           PERFORM ANONYMISE_UNE_ARCHIVE
              WITH TEST BEFORE UNTIL Wdate_archive NOT < Wdate_limite
           MOVE 'Archives anonymisees par ce traitement' TO Wlc_libelle
           MOVE Wnbarchives TO Wlc_nombre
           WRITE certificatTampon FROM WligneCompte END-WRITE
           MOVE 'Emargements anonymises (totaux par bureau conserves)'
              TO Wlc_libelle
           MOVE Wnbanonymises TO Wlc_nombre
           WRITE certificatTampon FROM WligneCompte END-WRITE
           MOVE 'Archives echues deja anonymisees' TO Wlc_libelle
           MOVE Wnbarchives_deja TO Wlc_nombre
           WRITE certificatTampon FROM WligneCompte END-WRITE
           DISPLAY 'Emargements archives anonymises : ', Wnbanonymises,
              ' dans ', Wnbarchives, ' archive(s)'
        END-IF.

        ANONYMISE_UNE_ARCHIVE.
*> Wdate_archive designe l'archive ; une archive absente pour
*> cette date est passee sans message
        STRING 'archive_emargement_' DELIMITED BY SIZE
           Wdate_archive DELIMITED BY SIZE
           '.dat' DELIMITED BY SIZE
           INTO Warch_emargement_nom
        END-STRING
        OPEN I-O farch_emargement
        IF farchema_stat NOT = 35 THEN
           MOVE 0 TO Wnbanonymises_arch
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ farch_emargement
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    IF fae_id NOT = 0 THEN
                       MOVE 0 TO fae_id
                       REWRITE archEmargTampon END-REWRITE
                       IF farchema_stat NOT = 0 AND farchema_stat NOT = 2
                          AND farchema_stat NOT = 4
                          MOVE 1 TO Wio_ko
                       ELSE
                          ADD 1 TO Wnbanonymises_arch
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE farch_emargement
           IF Wnbanonymises_arch > 0 THEN
              ADD 1 TO Wnbarchives
              ADD Wnbanonymises_arch TO Wnbanonymises
              MOVE Warch_emargement_nom TO Wla_archive
              MOVE Wnbanonymises_arch TO Wla_nombre
              WRITE certificatTampon FROM WligneArchive END-WRITE
           ELSE
              ADD 1 TO Wnbarchives_deja
           END-IF
        END-IF
        PERFORM AJOUTE_UN_JOUR.

        AJOUTE_UN_JOUR.
*> Passe Wdate_archive au jour calendaire suivant (annees
*> bissextiles comprises)
        MOVE Wdate_archive TO WdateEclat
        EVALUATE Wdc_mm
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
              MOVE 31 TO Wnbjours_mois
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
              MOVE 30 TO Wnbjours_mois
           WHEN OTHER
              MOVE 28 TO Wnbjours_mois
              COMPUTE Wquot = Wdc_aaaa / 4
              IF Wquot * 4 = Wdc_aaaa THEN
                 MOVE 29 TO Wnbjours_mois
                 COMPUTE Wquot = Wdc_aaaa / 100
                 IF Wquot * 100 = Wdc_aaaa THEN
                    MOVE 28 TO Wnbjours_mois
                    COMPUTE Wquot = Wdc_aaaa / 400
                    IF Wquot * 400 = Wdc_aaaa THEN
                       MOVE 29 TO Wnbjours_mois
                    END-IF
                 END-IF
              END-IF
        END-EVALUATE
        ADD 1 TO Wdc_jj
        IF Wdc_jj > Wnbjours_mois THEN
           MOVE 1 TO Wdc_jj
           ADD 1 TO Wdc_mm
           IF Wdc_mm > 12 THEN
              MOVE 1 TO Wdc_mm
              ADD 1 TO Wdc_aaaa
           END-IF
        END-IF
        MOVE WdateEclat TO Wdate_archive.

        TRAITE_RETOURS_CARTES.
*> Purge des cartes revenues avant la date limite, puis des
*> propositions de radiation dont la carte d'origine n'est plus
*> conservee
        MOVE 'retours_cartes.dat' TO Wln_fichier
        IF Wparam_cartes = 0 THEN
           WRITE certificatTampon FROM WligneNonTraite END-WRITE
           MOVE 'propositions_radiations.dat' TO Wln_fichier
           WRITE certificatTampon FROM WligneNonTraite END-WRITE
        ELSE
           MOVE Wduree_cartes TO Wduree_mois
           PERFORM CALCULE_DATE_LIMITE
           MOVE 'retours_cartes.dat' TO Wlf_fichier
           MOVE Wduree_cartes TO Wlf_duree
           MOVE Wdate_limite TO Wlf_limite
           WRITE certificatTampon FROM WligneFichier END-WRITE
           PERFORM PURGE_RETOURS_CARTES
           MOVE 'Cartes revenues purgees' TO Wlc_libelle
           MOVE Wnbcartes_purges TO Wlc_nombre
           WRITE certificatTampon FROM WligneCompte END-WRITE
           MOVE 'propositions_radiations.dat' TO Wlf_fichier
           WRITE certificatTampon FROM WligneFichier END-WRITE
           PERFORM PURGE_PROPOSITIONS
           MOVE 'Propositions de radiation purgees' TO Wlc_libelle
           MOVE Wnbprop_purges TO Wlc_nombre
           WRITE certificatTampon FROM WligneCompte END-WRITE
           DISPLAY 'Cartes revenues purgees : ', Wnbcartes_purges
           DISPLAY 'Propositions de radiation purgees : ', Wnbprop_purges
        END-IF.

        PURGE_RETOURS_CARTES.
        MOVE 0 TO Wnbcartes_purges
        OPEN I-O fretours_cartes
        IF fretc_stat = 35 THEN
           DISPLAY 'Fichier retours_cartes.dat introuvable, rien a purger'
        ELSE
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fretours_cartes NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    IF frc_date < Wdate_limite THEN
                       DELETE fretours_cartes RECORD END-DELETE
                       IF fretc_stat NOT = 0 AND fretc_stat NOT = 2
                          AND fretc_stat NOT = 4
                          MOVE 1 TO Wio_ko
                       ELSE
                          ADD 1 TO Wnbcartes_purges
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE fretours_cartes
        END-IF.

        PURGE_PROPOSITIONS.
*> Les propositions conservees passent par le fichier de travail
*> puis sont recopiees dans le fichier d'origine
        MOVE 0 TO Wnbprop_purges
        MOVE 0 TO Wnbprop_gardes
        OPEN INPUT fpropositions
        IF fprop_stat = 35 THEN
           DISPLAY 'Fichier propositions_radiations.dat introuvable, '
              'rien a purger'
        ELSE
           OPEN INPUT fretours_cartes
           OPEN OUTPUT ftrav_prop
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fpropositions
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    MOVE 0 TO Wcarte_gardee
                    IF fretc_stat NOT = 35 THEN
                       MOVE fpp_id TO frc_id
                       READ fretours_cartes
                          NOT INVALID KEY
                             MOVE 1 TO Wcarte_gardee
                       END-READ
                    END-IF
                    IF Wcarte_gardee = 1 THEN
                       WRITE travPropTampon FROM propTampon END-WRITE
                       ADD 1 TO Wnbprop_gardes
                    ELSE
                       ADD 1 TO Wnbprop_purges
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ftrav_prop
           CLOSE fretours_cartes
           CLOSE fpropositions
           IF Wnbprop_purges > 0 THEN
              PERFORM RECOPIE_PROPOSITIONS
           END-IF
        END-IF.

        RECOPIE_PROPOSITIONS.
        OPEN INPUT ftrav_prop
        OPEN OUTPUT fpropositions
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ ftrav_prop
              AT END MOVE 1 TO Wfin
              NOT AT END
                 WRITE propTampon FROM travPropTampon END-WRITE
                 IF fprop_stat NOT = 0 AND fprop_stat NOT = 2
                    AND fprop_stat NOT = 4
                    MOVE 1 TO Wio_ko
                 END-IF
           END-READ
        END-PERFORM
        CLOSE fpropositions
        CLOSE ftrav_prop.

        TRAITE_ASSIDUITE.
*> Un suivi non mis a jour depuis la date limite concerne un
*> electeur qui n'utilise plus le transport : il est purge
        MOVE 'fassiduite.dat' TO Wln_fichier
        IF Wparam_assiduite = 0 THEN
           WRITE certificatTampon FROM WligneNonTraite END-WRITE
        ELSE
           MOVE Wduree_assiduite TO Wduree_mois
           PERFORM CALCULE_DATE_LIMITE
           MOVE 'fassiduite.dat' TO Wlf_fichier
           MOVE Wduree_assiduite TO Wlf_duree
           MOVE Wdate_limite TO Wlf_limite
           WRITE certificatTampon FROM WligneFichier END-WRITE
           MOVE 0 TO Wnbassiduite_purges
           OPEN I-O fassiduite
           IF fass_stat = 35 THEN
              DISPLAY 'Fichier fassiduite.dat introuvable, rien a purger'
           ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fassiduite NEXT RECORD
                    AT END MOVE 1 TO Wfin
                    NOT AT END
                       IF fas_date_maj < Wdate_limite THEN
                          DELETE fassiduite RECORD END-DELETE
                          IF fass_stat NOT = 0 AND fass_stat NOT = 2
                             AND fass_stat NOT = 4
                             MOVE 1 TO Wio_ko
                          ELSE
                             ADD 1 TO Wnbassiduite_purges
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE fassiduite
           END-IF
           MOVE 'Suivis d''assiduite purges' TO Wlc_libelle
           MOVE Wnbassiduite_purges TO Wlc_nombre
           WRITE certificatTampon FROM WligneCompte END-WRITE
           DISPLAY 'Suivis d''assiduite purges : ', Wnbassiduite_purges
        END-IF.

        CLOT_CERTIFICAT.
        MOVE SPACES TO certificatTampon
        WRITE certificatTampon END-WRITE
        IF Wio_ko = 1 THEN
           MOVE 'ATTENTION : erreurs d''ecriture rencontrees, traitement '
              TO certificatTampon
           WRITE certificatTampon END-WRITE
           MOVE 'incomplet, a relancer apres verification'
              TO certificatTampon
        ELSE
           MOVE 'Traitement termine sans erreur' TO certificatTampon
        END-IF
        WRITE certificatTampon END-WRITE
        IF fcert_stat NOT = 0 AND fcert_stat NOT = 2 AND fcert_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF.
