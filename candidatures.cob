IDENTIFICATION DIVISION.
PROGRAM-ID. candidatures.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Calendrier des scrutins : date du scrutin, date limite de
*> depot des candidatures et age minimum d'eligibilite
        SELECT fscrutins ASSIGN TO "fscrutins.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fsc_scrutin
        FILE STATUS IS fscr_stat.
*> Registre des candidatures par scrutin et numero de candidat :
*> la saisie des resultats refuse tout numero sans candidature
*> acceptee pour le scrutin saisi
        SELECT fcandidatures ASSIGN TO "fcandidatures.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fcd_cle
        FILE STATUS IS fcand_stat.
        SELECT felecteurs ASSIGN TO "felecteurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fe_id
        FILE STATUS IS felec_stat.
        SELECT fcandidats ASSIGN TO "fcandidats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fca_num
        FILE STATUS IS fcandidats_stat.

DATA DIVISION.
FILE SECTION.
        FD fscrutins.
        01 scrutinTampon.
          02 fsc_scrutin PIC X(8).
          02 fsc_libelle PIC X(30).
          02 fsc_date PIC 9(8).
          02 fsc_date_limite PIC 9(8).
          02 fsc_age_min PIC 9(2).
        FD fcandidatures.
        01 candidatureTampon.
          02 fcd_cle.
             03 fcd_scrutin PIC X(8).
             03 fcd_numcandidat PIC 9(2).
          02 fcd_fe_id PIC 9(15).
          02 fcd_parti PIC X(30).
          02 fcd_date_depot PIC 9(8).
          02 fcd_statut PIC 9.
             88 fcd-deposee VALUE 1.
             88 fcd-acceptee VALUE 2.
             88 fcd-rejetee VALUE 3.
          02 fcd_motif PIC X(40).
        FD felecteurs.
        01 elecTampon.
          02 fe_id PIC 9(15).
          02 fe_nom PIC X(30).
          02 fe_prenom PIC X(30).
          02 fe_datenaissance PIC 9(8).
          02 fe_villeHabitation PIC X(30).
          02 fe_handicap PIC 9.
        FD fcandidats.
        01 candidatTampon.
          02 fca_num PIC 9(2).
          02 fca_nom PIC X(30).
          02 fca_prenom PIC X(30).
          02 fca_parti PIC X(30).

WORKING-STORAGE SECTION.
        77 fscr_stat PIC 9(2).
        77 fcand_stat PIC 9(2).
        77 felec_stat PIC 9(2).
        77 fcandidats_stat PIC 9(2).
        77 Wrep PIC 9.
        77 Wfin PIC 9.
        77 Wscrutin PIC X(8).
        77 Wscrutin_ok PIC 9.
        77 Wnum PIC 9(2).
        77 Wfe_id PIC 9(15).
        77 Wparti PIC X(30).
        77 Wdate_depot PIC 9(8).
        77 Wdecision PIC 9.
        77 Wmotif PIC X(40).
        77 Wage PIC 9(3).
        77 Wdeja_candidat PIC 9.
        77 Wplace_libre PIC 9.
        77 Wnbcandidatures PIC 9(4).
        77 Wio_ko PIC 9 VALUE 0.

PROCEDURE DIVISION.

*> Registre des candidatures : une candidature est deposee pour
*> un scrutin avant la date limite, sous un numero de candidat,
*> par un electeur inscrit sur la liste ayant l'age requis a la
*> date du scrutin. Une candidature deposee est ensuite acceptee
*> ou rejetee avec un motif ; seule une candidature acceptee
*> ouvre le numero a la saisie des resultats.
        OPEN I-O fscrutins
        IF fscr_stat = 35 THEN
          OPEN OUTPUT fscrutins
        END-IF
        CLOSE fscrutins

        OPEN I-O fcandidatures
        IF fcand_stat = 35 THEN
          OPEN OUTPUT fcandidatures
        END-IF
        CLOSE fcandidatures

        OPEN I-O fcandidats
        IF fcandidats_stat = 35 THEN
          OPEN OUTPUT fcandidats
        END-IF
        CLOSE fcandidats

        PERFORM SAISIE_SCRUTINS
        PERFORM DEPOT_CANDIDATURES
        PERFORM DECISION_CANDIDATURES
        PERFORM LISTE_CANDIDATURES

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           IF fcand_stat = 0 OR fcand_stat = 2 OR fcand_stat = 4
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF
        END-IF

        GOBACK.

        SAISIE_SCRUTINS.
        DISPLAY 'Souhaitez vous saisir/mettre a jour un scrutin ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           OPEN I-O fscrutins
           PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY 'Code du scrutin (8 caracteres)'
              ACCEPT fsc_scrutin
              DISPLAY 'Libelle du scrutin'
              ACCEPT fsc_libelle
              DISPLAY 'Date du scrutin (AAAAMMJJ)'
              ACCEPT fsc_date
              DISPLAY 'Date limite de depot des candidatures (AAAAMMJJ)'
              ACCEPT fsc_date_limite
              DISPLAY 'Age minimum du candidat a la date du scrutin '
                 '(0 = 18)'
              ACCEPT fsc_age_min
              IF fsc_age_min = 0 THEN
                 MOVE 18 TO fsc_age_min
              END-IF
              IF fsc_date_limite > fsc_date THEN
                 DISPLAY 'Date limite posterieure au scrutin, '
                    'saisie refusee'
              ELSE
                 WRITE scrutinTampon
                    INVALID KEY
                       REWRITE scrutinTampon END-REWRITE
                       DISPLAY 'Scrutin mis a jour'
                    NOT INVALID KEY
                       DISPLAY 'Scrutin enregistre'
                 END-WRITE
                 IF fscr_stat NOT = 0 AND fscr_stat NOT = 2
                    AND fscr_stat NOT = 4
                    MOVE 1 TO Wio_ko
                 END-IF
              END-IF
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                 ACCEPT Wrep
              END-PERFORM
           END-PERFORM
           CLOSE fscrutins
        END-IF.

        LIT_SCRUTIN.
*> Wscrutin est deja positionne par l'appelant ; scrutinTampon
*> porte le scrutin s'il est au calendrier
        MOVE 0 TO Wscrutin_ok
        OPEN INPUT fscrutins
        MOVE Wscrutin TO fsc_scrutin
        READ fscrutins
           INVALID KEY
              DISPLAY 'Scrutin absent du calendrier : ', Wscrutin
           NOT INVALID KEY
              MOVE 1 TO Wscrutin_ok
        END-READ
        CLOSE fscrutins.

        DEPOT_CANDIDATURES.
        DISPLAY 'Souhaitez vous enregistrer des depots de candidature ? '
           '1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           DISPLAY 'Code du scrutin (8 caracteres)'
           ACCEPT Wscrutin
           PERFORM LIT_SCRUTIN
           IF Wscrutin_ok = 1 THEN
              OPEN I-O fcandidatures
              OPEN INPUT felecteurs
              PERFORM WITH TEST AFTER UNTIL Wrep = 0
                 PERFORM SAISIE_UN_DEPOT
                 PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                    DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                    ACCEPT Wrep
                 END-PERFORM
              END-PERFORM
              CLOSE felecteurs
              CLOSE fcandidatures
           END-IF
        END-IF.

        SAISIE_UN_DEPOT.
*> scrutinTampon porte le scrutin du depot
        PERFORM WITH TEST AFTER UNTIL Wnum NOT > 20 AND Wnum NOT < 1
           DISPLAY 'Numero de candidat demande (1 a 20)'
           ACCEPT Wnum
           IF Wnum > 20 OR Wnum < 1 THEN
              DISPLAY 'Numero de candidat invalide, reessayez'
           END-IF
        END-PERFORM
        DISPLAY 'Identifiant electeur du candidat'
        ACCEPT Wfe_id
        DISPLAY 'Parti ou liste'
        ACCEPT Wparti
        DISPLAY 'Date de depot (AAAAMMJJ, 0 = aujourd''hui)'
        ACCEPT Wdate_depot
        IF Wdate_depot = 0 THEN
           MOVE FUNCTION CURRENT-DATE (1:8) TO Wdate_depot
        END-IF
*> Un numero deja attribue a une candidature deposee ou acceptee
*> n'est pas reattribue ; un numero rejete peut l'etre
        MOVE 1 TO Wplace_libre
        MOVE Wscrutin TO fcd_scrutin
        MOVE Wnum TO fcd_numcandidat
        READ fcandidatures
           NOT INVALID KEY
              IF NOT fcd-rejetee THEN
                 MOVE 0 TO Wplace_libre
              END-IF
        END-READ
        IF Wplace_libre = 0 THEN
           DISPLAY 'Numero ', Wnum, ' deja attribue pour ce scrutin, '
              'depot refuse'
        ELSE
           PERFORM CONTROLE_ELIGIBILITE
           MOVE Wscrutin TO fcd_scrutin
           MOVE Wnum TO fcd_numcandidat
           MOVE Wfe_id TO fcd_fe_id
           MOVE Wparti TO fcd_parti
           MOVE Wdate_depot TO fcd_date_depot
           MOVE Wmotif TO fcd_motif
           IF Wmotif = SPACES THEN
              SET fcd-deposee TO TRUE
              DISPLAY 'Candidature deposee sous le numero ', Wnum
           ELSE
              SET fcd-rejetee TO TRUE
              DISPLAY 'Candidature rejetee : ', Wmotif
           END-IF
           WRITE candidatureTampon
              INVALID KEY
                 REWRITE candidatureTampon END-REWRITE
           END-WRITE
           IF fcand_stat NOT = 0 AND fcand_stat NOT = 2
              AND fcand_stat NOT = 4
              MOVE 1 TO Wio_ko
           END-IF
        END-IF.

        CONTROLE_ELIGIBILITE.
*> Wscrutin, Wnum, Wfe_id et Wdate_depot sont deja positionnes ;
*> scrutinTampon porte le scrutin. Rend dans Wmotif le premier
*> motif de rejet, ou des espaces si la candidature est recevable
        MOVE SPACES TO Wmotif
        IF Wdate_depot > fsc_date_limite THEN
           MOVE 'depot apres la date limite' TO Wmotif
        ELSE
           MOVE Wfe_id TO fe_id
           READ felecteurs
              INVALID KEY
                 MOVE 'candidat non inscrit sur la liste' TO Wmotif
              NOT INVALID KEY
                 PERFORM CONTROLE_AGE
           END-READ
        END-IF
        IF Wmotif = SPACES THEN
           PERFORM CHERCHE_CANDIDATURE_ELECTEUR
           IF Wdeja_candidat = 1 THEN
              MOVE 'deja candidat a ce scrutin' TO Wmotif
           END-IF
        END-IF.

        CONTROLE_AGE.
*> elecTampon porte le candidat ; age revolu a la date du scrutin,
*> les deux dates etant au format AAAAMMJJ
        IF fe_datenaissance = 0 OR fe_datenaissance > fsc_date THEN
           MOVE 'date de naissance inconnue' TO Wmotif
        ELSE
           COMPUTE Wage = (fsc_date - fe_datenaissance) / 10000
           IF Wage < fsc_age_min THEN
              MOVE 'age minimum non atteint au scrutin' TO Wmotif
           END-IF
        END-IF.

        CHERCHE_CANDIDATURE_ELECTEUR.
*> Un meme electeur ne porte qu'une candidature non rejetee par
*> scrutin, quel que soit le numero demande
        MOVE 0 TO Wdeja_candidat
        MOVE Wscrutin TO fcd_scrutin
        MOVE 0 TO fcd_numcandidat
        MOVE 0 TO Wfin
        START fcandidatures KEY IS NOT LESS THAN fcd_cle
           INVALID KEY MOVE 1 TO Wfin
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin = 1
           READ fcandidatures NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 IF fcd_scrutin NOT = Wscrutin THEN
                    MOVE 1 TO Wfin
                 ELSE
                    IF fcd_fe_id = Wfe_id AND fcd_numcandidat NOT = Wnum
                       AND NOT fcd-rejetee THEN
                       MOVE 1 TO Wdeja_candidat
                    END-IF
                 END-IF
           END-READ
        END-PERFORM.

        DECISION_CANDIDATURES.
*> Acceptation ou rejet motive d'une candidature deposee ; les
*> conditions d'eligibilite sont controlees a nouveau au moment
*> de l'acceptation. Le candidat accepte est reporte dans
*> fcandidats pour l'affichage des noms a la saisie des resultats.
        DISPLAY 'Souhaitez vous statuer sur des candidatures ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           DISPLAY 'Code du scrutin (8 caracteres)'
           ACCEPT Wscrutin
           PERFORM LIT_SCRUTIN
           IF Wscrutin_ok = 1 THEN
              OPEN I-O fcandidatures
              OPEN INPUT felecteurs
              OPEN I-O fcandidats
              PERFORM WITH TEST AFTER UNTIL Wrep = 0
                 DISPLAY 'Numero de candidat'
                 ACCEPT Wnum
                 PERFORM STATUE_CANDIDATURE
                 PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                    DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                    ACCEPT Wrep
                 END-PERFORM
              END-PERFORM
              CLOSE fcandidats
              CLOSE felecteurs
              CLOSE fcandidatures
           END-IF
        END-IF.

        STATUE_CANDIDATURE.
*> Wscrutin et Wnum sont deja positionnes par l'appelant
        MOVE Wscrutin TO fcd_scrutin
        MOVE Wnum TO fcd_numcandidat
        READ fcandidatures
           INVALID KEY
              DISPLAY 'Aucune candidature sous ce numero'
           NOT INVALID KEY
              IF NOT fcd-deposee THEN
                 DISPLAY 'Candidature deja acceptee ou rejetee'
              ELSE
                 PERFORM WITH TEST AFTER UNTIL Wdecision = 1
                    OR Wdecision = 2
                    DISPLAY 'Decision : 1-acceptee 2-rejetee'
                    ACCEPT Wdecision
                 END-PERFORM
                 IF Wdecision = 1 THEN
                    PERFORM ACCEPTE_CANDIDATURE
                 ELSE
                    DISPLAY 'Motif du rejet (40 caracteres)'
                    ACCEPT Wmotif
                    SET fcd-rejetee TO TRUE
                    MOVE Wmotif TO fcd_motif
                    DISPLAY 'Candidature rejetee'
                 END-IF
                 REWRITE candidatureTampon END-REWRITE
                 IF fcand_stat NOT = 0 AND fcand_stat NOT = 2
                    AND fcand_stat NOT = 4
                    MOVE 1 TO Wio_ko
                 END-IF
              END-IF
        END-READ.

        ACCEPTE_CANDIDATURE.
*> candidatureTampon porte la candidature deposee ; la
*> verification d'eligibilite ne relit pas le registre, pour ne
*> pas perdre l'enregistrement courant avant sa reecriture
        MOVE SPACES TO Wmotif
        MOVE fcd_fe_id TO fe_id
        READ felecteurs
           INVALID KEY
              MOVE 'candidat non inscrit sur la liste' TO Wmotif
           NOT INVALID KEY
              PERFORM CONTROLE_AGE
        END-READ
        IF Wmotif NOT = SPACES THEN
           SET fcd-rejetee TO TRUE
           MOVE Wmotif TO fcd_motif
           DISPLAY 'Candidature rejetee : ', Wmotif
        ELSE
           SET fcd-acceptee TO TRUE
           MOVE SPACES TO fcd_motif
           MOVE fcd_numcandidat TO fca_num
           MOVE fe_nom TO fca_nom
           MOVE fe_prenom TO fca_prenom
           MOVE fcd_parti TO fca_parti
           WRITE candidatTampon
              INVALID KEY
                 REWRITE candidatTampon END-REWRITE
           END-WRITE
           IF fcandidats_stat NOT = 0 AND fcandidats_stat NOT = 2
              AND fcandidats_stat NOT = 4
              MOVE 1 TO Wio_ko
           END-IF
           DISPLAY 'Candidature acceptee : ', fe_nom, ' ', fe_prenom
        END-IF.

        LISTE_CANDIDATURES.
        DISPLAY 'Souhaitez vous consulter le registre d''un scrutin ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           DISPLAY 'Code du scrutin (8 caracteres)'
           ACCEPT Wscrutin
           PERFORM LIT_SCRUTIN
           IF Wscrutin_ok = 1 THEN
              DISPLAY '=== Candidatures - ', fsc_libelle, ' du ', fsc_date,
                 ' (depot jusqu''au ', fsc_date_limite, ') ==='
           END-IF
           MOVE 0 TO Wnbcandidatures
           OPEN INPUT fcandidatures
           OPEN INPUT felecteurs
           MOVE Wscrutin TO fcd_scrutin
           MOVE 0 TO fcd_numcandidat
           MOVE 0 TO Wfin
           START fcandidatures KEY IS NOT LESS THAN fcd_cle
              INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin = 1
              READ fcandidatures NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    IF fcd_scrutin NOT = Wscrutin THEN
                       MOVE 1 TO Wfin
                    ELSE
                       ADD 1 TO Wnbcandidatures
                       PERFORM AFFICHE_CANDIDATURE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE felecteurs
           CLOSE fcandidatures
           DISPLAY 'Candidatures au registre : ', Wnbcandidatures
        END-IF.

        AFFICHE_CANDIDATURE.
        MOVE SPACES TO fe_nom
        MOVE SPACES TO fe_prenom
        MOVE fcd_fe_id TO fe_id
        READ felecteurs
           INVALID KEY
              MOVE 'Electeur inconnu' TO fe_nom
        END-READ
        EVALUATE TRUE
           WHEN fcd-deposee
              DISPLAY fcd_numcandidat, ' ', fe_nom, ' ', fe_prenom, ' ',
                 fcd_parti, ' depose le ', fcd_date_depot, ' DEPOSEE'
           WHEN fcd-acceptee
              DISPLAY fcd_numcandidat, ' ', fe_nom, ' ', fe_prenom, ' ',
                 fcd_parti, ' depose le ', fcd_date_depot, ' ACCEPTEE'
           WHEN OTHER
              DISPLAY fcd_numcandidat, ' ', fe_nom, ' ', fe_prenom, ' ',
                 fcd_parti, ' depose le ', fcd_date_depot, ' REJETEE'
              DISPLAY '   motif : ', fcd_motif
        END-EVALUATE.
