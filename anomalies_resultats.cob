IDENTIFICATION DIVISION.
PROGRAM-ID. anomalies_resultats.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT fresultats ASSIGN TO "resultats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fres_cle
        FILE STATUS IS fresult_stat.
*> Second canal d'acces au meme fichier de resultats : lecture
*> directe de l'autre tour du bureau courant pendant le balayage
        SELECT fresultats2 ASSIGN TO "resultats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fr2_cle
        FILE STATUS IS fresult2_stat.
        SELECT fbureaux ASSIGN TO "fbureaux.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fbu_num
        ALTERNATE RECORD KEY fbu_ville WITH DUPLICATES
        FILE STATUS IS fbureaux_stat.
        SELECT fgroupes ASSIGN TO "fgroupes.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fgr_noebur
        FILE STATUS IS fgroupes_stat.
        SELECT faffectation ASSIGN TO "faffectation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fa_id
        FILE STATUS IS faffec_stat.
        SELECT fcandidats ASSIGN TO "fcandidats.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fca_num
        FILE STATUS IS fcandidats_stat.
*> Bureaux signales par le controle statistique : tant qu'un
*> superviseur n'a pas verifie le resultat, la saisie des
*> resultats ne fait pas passer le bureau a 'resultats transmis'
        SELECT fanomalies ASSIGN TO "fanomalies.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fan_cle
        FILE STATUS IS fanom_stat.
        SELECT foperateurs ASSIGN TO "foperateurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fop_id
        FILE STATUS IS fop_stat.
*> Fichiers de travail indexes recrees a chaque execution :
*> inscrits par bureau, cumuls par ville et par canton pour
*> chaque tour du scrutin
        SELECT ftrav_inscrits ASSIGN TO "trav_anom_ins.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fti_noebur
        FILE STATUS IS ftravi_stat.
        SELECT ftrav_zones ASSIGN TO "trav_anom_zones.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY ftz_cle
        FILE STATUS IS ftravz_stat.

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
        FD fresultats2.
        01 result2Tampon.
          02 fr2_cle.
             03 fr2_noebur PIC X(4).
             03 fr2_scrutin PIC X(8).
             03 fr2_tour PIC 9.
          02 fr2_nbcandidats PIC 9(2).
          02 fr2_blancs PIC 9(12).
          02 fr2_nuls PIC 9(12).
          02 fr2_signatures PIC 9(12).
          02 fr2_votes OCCURS 20 TIMES.
             03 fr2_numcandidat PIC 9(2).
             03 fr2_nbvoix PIC 9(12).
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
        FD fgroupes.
        01 groupeTampon.
          02 fgr_noebur PIC X(4).
          02 fgr_canton PIC X(10).
          02 fgr_circo PIC X(10).
        FD faffectation.
        01 affecTampon.
          02 fa_id PIC 9(15).
          02 fa_nom PIC X(30).
          02 fa_prenom PIC X(30).
          02 fa_noebur PIC X(4).
          02 fa_ville PIC X(30).
        FD fcandidats.
        01 candidatTampon.
          02 fca_num PIC 9(2).
          02 fca_nom PIC X(30).
          02 fca_prenom PIC X(30).
          02 fca_parti PIC X(30).
        FD fanomalies.
        01 anomalieTampon.
          02 fan_cle.
             03 fan_noebur PIC X(4).
             03 fan_scrutin PIC X(8).
             03 fan_tour PIC 9.
          02 fan_nbanomalies PIC 9(3).
          02 fan_etat PIC 9.
             88 fan-a-verifier VALUE 1.
             88 fan-verifie VALUE 2.
          02 fan_horodatage PIC X(14).
          02 fan_superviseur PIC X(10).
        FD foperateurs.
        01 operTampon.
          02 fop_id PIC X(10).
          02 fop_nom PIC X(30).
          02 fop_niveau PIC 9.
             88 fop-niveau-saisie VALUE 1.
             88 fop-niveau-superviseur VALUE 2.
          02 fop_actif PIC 9.
             88 fop-actif VALUE 1.
             88 fop-desactive VALUE 0.
        FD ftrav_inscrits.
        01 travInsTampon.
          02 fti_noebur PIC X(4).
          02 fti_nbinscrits PIC 9(8).
        FD ftrav_zones.
        01 travZoneTampon.
          02 ftz_cle.
             03 ftz_type PIC X.
             03 ftz_code PIC X(30).
             03 ftz_tour PIC 9.
          02 ftz_inscrits PIC 9(10).
          02 ftz_votants PIC 9(12).
          02 ftz_exprimes PIC 9(12).
          02 ftz_voix OCCURS 99 TIMES PIC 9(12).

WORKING-STORAGE SECTION.
        77 fresult_stat PIC 9(2).
        77 fresult2_stat PIC 9(2).
        77 fbureaux_stat PIC 9(2).
        77 fgroupes_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 fcandidats_stat PIC 9(2).
        77 fanom_stat PIC 9(2).
        77 fop_stat PIC 9(2).
        77 ftravi_stat PIC 9(2).
        77 ftravz_stat PIC 9(2).
        77 Wrep PIC 9.
        77 Wfin PIC 9.
        77 Wi PIC 9(2).
        77 Wk PIC 9(3).
        77 Wscrutin PIC X(8).
        77 Wtour PIC 9.
        77 Wautre_tour PIC 9.
        77 Wnum PIC X(4).
        77 Wseuil_part PIC 9(2).
        77 Wseuil_participation PIC 9(2).
        77 Wseuil_evolution PIC 9(2).
        77 Wsuspension PIC 9.
        77 Wgroupes_dispo PIC 9.
        77 Wville PIC X(30).
        77 Wcanton PIC X(10).
        77 Wzone_type PIC X.
        77 Wzone_code PIC X(30).
        77 Wzone_tour PIC 9.
        77 Wzone_libelle PIC X(11).
        77 Wzone_present PIC 9.
        77 Winscrits PIC 9(8).
        77 Wvotants PIC 9(12).
        77 Wexprimes PIC 9(12).
        77 Wvotants_autre PIC 9(12).
        77 Wrest_inscrits PIC S9(10).
        77 Wrest_votants PIC S9(12).
        77 Wrest_exprimes PIC S9(12).
        77 Wrest_voix PIC S9(12).
        77 Wpct_bureau PIC 9(3)V99.
        77 Wpct_reste PIC 9(3)V99.
        77 Wpart_bureau PIC 9(3)V99.
        77 Wpart_reste PIC 9(3)V99.
        77 Wpart_bureau_autre PIC 9(3)V99.
        77 Wpart_reste_autre PIC 9(3)V99.
        77 Wreste_present PIC 9.
        77 Wecart PIC S9(3)V99.
        77 Wevol_bureau PIC S9(3)V99.
        77 Wevol_reste PIC S9(3)V99.
        77 Wed_pct1 PIC ZZ9.99.
        77 Wed_pct2 PIC ZZ9.99.
        77 Wed_ecart PIC -ZZ9.99.
        77 Wnom_candidat PIC X(30).
        77 Wnbanomalies_bureau PIC 9(3).
        77 Wnbbureaux PIC 9(4).
        77 Wnbsignales PIC 9(4).
        77 Wnbleves PIC 9(4).
        77 Woperateur PIC X(10).
        77 Woperateur_ok PIC 9.
        77 Wabandon_oper PIC 9.
        77 Wio_ko PIC 9 VALUE 0.

PROCEDURE DIVISION.

*> Controle statistique des resultats d'un scrutin et d'un tour
*> avant transmission a la prefecture : pour chaque bureau, la
*> part de chaque candidat et la participation sont comparees a
*> celles du reste de sa ville et du reste de son canton, et
*> l'evolution de la participation depuis l'autre tour a celle
*> du reste de la ville. Les bureaux qui depassent les seuils
*> sont signales et leur transmission suspendue jusqu'a ce qu'un
*> superviseur ait verifie le resultat.
        DISPLAY 'Code du scrutin (8 caracteres)'
        ACCEPT Wscrutin
        DISPLAY 'Tour a controler (1 ou 2)'
        ACCEPT Wtour
        COMPUTE Wautre_tour = 3 - Wtour
        DISPLAY 'Ecart admis sur la part d''un candidat, en points '
           '(0 = 15)'
        ACCEPT Wseuil_part
        IF Wseuil_part = 0 THEN
           MOVE 15 TO Wseuil_part
        END-IF
        DISPLAY 'Ecart admis sur la participation, en points (0 = 10)'
        ACCEPT Wseuil_participation
        IF Wseuil_participation = 0 THEN
           MOVE 10 TO Wseuil_participation
        END-IF
        DISPLAY 'Ecart admis sur l''evolution de la participation '
           'entre les tours, en points (0 = 20)'
        ACCEPT Wseuil_evolution
        IF Wseuil_evolution = 0 THEN
           MOVE 20 TO Wseuil_evolution
        END-IF
*> Un controle sur un scrutin ancien ne doit pas toucher a l'etat
*> des bureaux du scrutin en cours : la reponse ne vaut que pour
*> la suspension ou l'autorisation decidee par le controle. La
*> levee d'une anomalie n'en depend pas ; elle ne rend la main a
*> un bureau que si son resultat est dans resultats.dat, qui ne
*> porte que le scrutin en cours
        DISPLAY 'Suspendre la transmission des bureaux signales ? 1 ou 0'
        ACCEPT Wsuspension

        OPEN I-O fanomalies
        IF fanom_stat = 35 THEN
          OPEN OUTPUT fanomalies
        END-IF
        CLOSE fanomalies

        OPEN INPUT fresultats
        IF fresult_stat = 35 THEN
           DISPLAY 'Fichier resultats.dat introuvable, aucun controle'
           MOVE 1 TO Wio_ko
        ELSE
           CLOSE fresultats
           PERFORM CHARGE_INSCRITS_PAR_BUREAU
           PERFORM CUMULE_ZONES
           PERFORM CONTROLE_BUREAUX
           PERFORM LEVEE_ANOMALIES
        END-IF

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        CHARGE_INSCRITS_PAR_BUREAU.
*> Inscrits par bureau d'affectation, denominateur de la
*> participation
        OPEN OUTPUT ftrav_inscrits
        CLOSE ftrav_inscrits
        OPEN I-O ftrav_inscrits
        OPEN INPUT faffectation
        IF faffec_stat = 35 THEN
           DISPLAY 'Fichier faffectation.dat introuvable, '
              'participation non controlee'
        ELSE
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ faffectation NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    MOVE fa_noebur TO fti_noebur
                    READ ftrav_inscrits
                       INVALID KEY
                          MOVE 1 TO fti_nbinscrits
                          WRITE travInsTampon END-WRITE
                       NOT INVALID KEY
                          ADD 1 TO fti_nbinscrits
                          REWRITE travInsTampon END-REWRITE
                    END-READ
              END-READ
           END-PERFORM
        END-IF
        CLOSE faffectation
        CLOSE ftrav_inscrits.

        CUMULE_ZONES.
*> Cumuls par ville et par canton des bureaux ayant un resultat,
*> pour chacun des deux tours du scrutin
        OPEN OUTPUT ftrav_zones
        CLOSE ftrav_zones
        OPEN I-O ftrav_zones
        OPEN INPUT ftrav_inscrits
        OPEN INPUT fbureaux
        PERFORM OUVRE_GROUPES
        OPEN INPUT fresultats
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fresultats NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 IF fres_scrutin = Wscrutin THEN
                    PERFORM CHIFFRES_BUREAU
                    MOVE fres_tour TO Wzone_tour
                    MOVE 'V' TO Wzone_type
                    MOVE Wville TO Wzone_code
                    PERFORM AJOUTE_ZONE
                    IF Wcanton NOT = SPACES THEN
                       MOVE 'C' TO Wzone_type
                       MOVE Wcanton TO Wzone_code
                       PERFORM AJOUTE_ZONE
                    END-IF
                 END-IF
           END-READ
        END-PERFORM
        CLOSE fresultats
        CLOSE fbureaux
        PERFORM FERME_GROUPES
        CLOSE ftrav_inscrits
        CLOSE ftrav_zones.

        OUVRE_GROUPES.
        MOVE 1 TO Wgroupes_dispo
        OPEN INPUT fgroupes
        IF fgroupes_stat = 35 THEN
           MOVE 0 TO Wgroupes_dispo
        END-IF.

        FERME_GROUPES.
        IF Wgroupes_dispo = 1 THEN
           CLOSE fgroupes
        END-IF.

        CHIFFRES_BUREAU.
*> resultTampon porte le bureau courant ; rend sa ville, son
*> canton, ses inscrits, votants (blancs + nuls + exprimes) et
*> suffrages exprimes
        MOVE SPACES TO Wville
        MOVE fres_noebur TO fbu_num
        READ fbureaux
           NOT INVALID KEY
              MOVE fbu_ville TO Wville
        END-READ
        MOVE SPACES TO Wcanton
        IF Wgroupes_dispo = 1 THEN
           MOVE fres_noebur TO fgr_noebur
           READ fgroupes
              NOT INVALID KEY
                 MOVE fgr_canton TO Wcanton
           END-READ
        END-IF
        MOVE 0 TO Winscrits
        MOVE fres_noebur TO fti_noebur
        READ ftrav_inscrits
           NOT INVALID KEY
              MOVE fti_nbinscrits TO Winscrits
        END-READ
        MOVE 0 TO Wexprimes
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fres_nbcandidats
           ADD fres_nbvoix(Wi) TO Wexprimes
        END-PERFORM
        COMPUTE Wvotants = fres_blancs + fres_nuls + Wexprimes.

        AJOUTE_ZONE.
*> Wzone_type, Wzone_code et Wzone_tour designent la zone ; les
*> chiffres du bureau sont ceux de CHIFFRES_BUREAU
        MOVE Wzone_type TO ftz_type
        MOVE Wzone_code TO ftz_code
        MOVE Wzone_tour TO ftz_tour
        READ ftrav_zones
           INVALID KEY
              MOVE 0 TO ftz_inscrits
              MOVE 0 TO ftz_votants
              MOVE 0 TO ftz_exprimes
              PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
                 MOVE 0 TO ftz_voix(Wk)
              END-PERFORM
              PERFORM CUMULE_BUREAU_ZONE
              WRITE travZoneTampon END-WRITE
           NOT INVALID KEY
              PERFORM CUMULE_BUREAU_ZONE
              REWRITE travZoneTampon END-REWRITE
        END-READ.

        CUMULE_BUREAU_ZONE.
        ADD Winscrits TO ftz_inscrits
        ADD Wvotants TO ftz_votants
        ADD Wexprimes TO ftz_exprimes
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fres_nbcandidats
           IF fres_numcandidat(Wi) > 0 THEN
              ADD fres_nbvoix(Wi) TO ftz_voix(fres_numcandidat(Wi))
           END-IF
        END-PERFORM.

        CONTROLE_BUREAUX.
        MOVE 0 TO Wnbbureaux
        MOVE 0 TO Wnbsignales
        DISPLAY '=== Controle statistique des resultats - scrutin ',
           Wscrutin, ' tour ', Wtour, ' ==='
        OPEN INPUT ftrav_inscrits
        OPEN INPUT ftrav_zones
        OPEN INPUT fcandidats
        OPEN I-O fbureaux
        OPEN I-O fanomalies
        PERFORM OUVRE_GROUPES
        OPEN INPUT fresultats
        OPEN INPUT fresultats2
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fresultats NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 IF fres_scrutin = Wscrutin AND fres_tour = Wtour THEN
                    ADD 1 TO Wnbbureaux
                    PERFORM CONTROLE_UN_BUREAU
                 END-IF
           END-READ
        END-PERFORM
        CLOSE fresultats2
        CLOSE fresultats
        PERFORM FERME_GROUPES
        CLOSE fanomalies
        CLOSE fbureaux
        CLOSE fcandidats
        CLOSE ftrav_zones
        CLOSE ftrav_inscrits
        DISPLAY 'Bureaux controles : ', Wnbbureaux
        DISPLAY 'Bureaux signales  : ', Wnbsignales.

        CONTROLE_UN_BUREAU.
*> resultTampon porte le bureau courant du tour controle
        MOVE 0 TO Wnbanomalies_bureau
        PERFORM CHIFFRES_BUREAU
        DISPLAY 'Bureau ', fres_noebur, ' (', Wville, ') canton ',
           Wcanton, ' inscrits ', Winscrits, ' votants ', Wvotants
        IF Winscrits > 0 THEN
           COMPUTE Wpart_bureau ROUNDED = Wvotants * 100 / Winscrits
        END-IF
        MOVE 'V' TO Wzone_type
        MOVE Wville TO Wzone_code
        MOVE 'de la ville' TO Wzone_libelle
        PERFORM CONTROLE_ZONE
        IF Wcanton NOT = SPACES THEN
           MOVE 'C' TO Wzone_type
           MOVE Wcanton TO Wzone_code
           MOVE 'du canton' TO Wzone_libelle
           PERFORM CONTROLE_ZONE
        END-IF
        PERFORM CONTROLE_EVOLUTION
        PERFORM ENREGISTRE_ANOMALIE.

        CONTROLE_ZONE.
*> Comparaison du bureau au reste de sa zone (zone moins le
*> bureau lui-meme) pour le tour controle ; un bureau seul dans
*> sa zone n'a pas de point de comparaison
        MOVE Wzone_type TO ftz_type
        MOVE Wzone_code TO ftz_code
        MOVE Wtour TO ftz_tour
        MOVE 0 TO Wzone_present
        READ ftrav_zones
           NOT INVALID KEY
              MOVE 1 TO Wzone_present
        END-READ
        IF Wzone_present = 1 THEN
           COMPUTE Wrest_exprimes = ftz_exprimes - Wexprimes
           IF Wrest_exprimes > 0 AND Wexprimes > 0 THEN
              PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fres_nbcandidats
                 PERFORM CONTROLE_PART_CANDIDAT
              END-PERFORM
           END-IF
           COMPUTE Wrest_inscrits = ftz_inscrits - Winscrits
           IF Wrest_inscrits > 0 AND Winscrits > 0 THEN
              COMPUTE Wrest_votants = ftz_votants - Wvotants
              COMPUTE Wpart_reste ROUNDED =
                 Wrest_votants * 100 / Wrest_inscrits
              COMPUTE Wecart = Wpart_bureau - Wpart_reste
              IF Wecart < 0 THEN
                 MULTIPLY -1 BY Wecart
              END-IF
              IF Wecart > Wseuil_participation THEN
                 ADD 1 TO Wnbanomalies_bureau
                 MOVE Wpart_bureau TO Wed_pct1
                 MOVE Wpart_reste TO Wed_pct2
                 DISPLAY '   ALERTE participation ', Wed_pct1,
                    ' % contre ', Wed_pct2, ' % dans le reste ',
                    Wzone_libelle
              END-IF
           END-IF
        END-IF.

        CONTROLE_PART_CANDIDAT.
*> Wi indexe le candidat du bureau ; travZoneTampon porte la zone
        IF fres_numcandidat(Wi) > 0 THEN
           COMPUTE Wpct_bureau ROUNDED =
              fres_nbvoix(Wi) * 100 / Wexprimes
           COMPUTE Wrest_voix = ftz_voix(fres_numcandidat(Wi))
              - fres_nbvoix(Wi)
           COMPUTE Wpct_reste ROUNDED =
              Wrest_voix * 100 / Wrest_exprimes
           COMPUTE Wecart = Wpct_bureau - Wpct_reste
           IF Wecart < 0 THEN
              MULTIPLY -1 BY Wecart
           END-IF
           IF Wecart > Wseuil_part THEN
              ADD 1 TO Wnbanomalies_bureau
              PERFORM CHERCHE_NOM_CANDIDAT
              MOVE Wpct_bureau TO Wed_pct1
              MOVE Wpct_reste TO Wed_pct2
              DISPLAY '   ALERTE candidat ', fres_numcandidat(Wi), ' (',
                 Wnom_candidat, ') ', Wed_pct1, ' % contre ', Wed_pct2,
                 ' % dans le reste ', Wzone_libelle
           END-IF
        END-IF.

        CONTROLE_EVOLUTION.
*> Evolution de la participation du bureau entre les deux tours,
*> rapportee a celle du reste de sa ville quand elle est connue
        IF Winscrits > 0 THEN
           MOVE fres_noebur TO fr2_noebur
           MOVE Wscrutin TO fr2_scrutin
           MOVE Wautre_tour TO fr2_tour
           READ fresultats2
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM CALCULE_EVOLUTION
           END-READ
        END-IF.

        CALCULE_EVOLUTION.
*> result2Tampon porte le meme bureau a l'autre tour
        COMPUTE Wvotants_autre = fr2_blancs + fr2_nuls
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fr2_nbcandidats
           ADD fr2_nbvoix(Wi) TO Wvotants_autre
        END-PERFORM
        COMPUTE Wpart_bureau_autre ROUNDED =
           Wvotants_autre * 100 / Winscrits
        COMPUTE Wevol_bureau = Wpart_bureau - Wpart_bureau_autre
        MOVE 0 TO Wevol_reste
        MOVE 0 TO Wreste_present
        MOVE 'V' TO ftz_type
        MOVE Wville TO ftz_code
        MOVE Wtour TO ftz_tour
        READ ftrav_zones
           NOT INVALID KEY
              COMPUTE Wrest_inscrits = ftz_inscrits - Winscrits
              IF Wrest_inscrits > 0 THEN
                 COMPUTE Wrest_votants = ftz_votants - Wvotants
                 COMPUTE Wpart_reste ROUNDED =
                    Wrest_votants * 100 / Wrest_inscrits
                 MOVE 1 TO Wreste_present
              END-IF
        END-READ
        IF Wreste_present = 1 THEN
           MOVE 0 TO Wreste_present
           MOVE Wautre_tour TO ftz_tour
           READ ftrav_zones
              NOT INVALID KEY
                 COMPUTE Wrest_inscrits = ftz_inscrits - Winscrits
                 IF Wrest_inscrits > 0 THEN
                    COMPUTE Wrest_votants = ftz_votants - Wvotants_autre
                    COMPUTE Wpart_reste_autre ROUNDED =
                       Wrest_votants * 100 / Wrest_inscrits
                    COMPUTE Wevol_reste = Wpart_reste - Wpart_reste_autre
                    MOVE 1 TO Wreste_present
                 END-IF
           END-READ
        END-IF
        COMPUTE Wecart = Wevol_bureau - Wevol_reste
        IF Wecart < 0 THEN
           MULTIPLY -1 BY Wecart
        END-IF
        IF Wecart > Wseuil_evolution THEN
           ADD 1 TO Wnbanomalies_bureau
           MOVE Wpart_bureau_autre TO Wed_pct1
           MOVE Wpart_bureau TO Wed_pct2
           DISPLAY '   ALERTE participation passee de ', Wed_pct1,
              ' % au tour ', Wautre_tour, ' a ', Wed_pct2, ' %'
           IF Wreste_present = 1 THEN
              MOVE Wevol_reste TO Wed_ecart
              DISPLAY '      evolution du reste de la ville : ', Wed_ecart,
                 ' points'
           END-IF
        END-IF.

        CHERCHE_NOM_CANDIDAT.
*> Wi indexe le candidat courant du bureau
        MOVE 'Candidat inconnu' TO Wnom_candidat
        MOVE fres_numcandidat(Wi) TO fca_num
        READ fcandidats
           NOT INVALID KEY
              MOVE fca_nom TO Wnom_candidat
        END-READ.

        ENREGISTRE_ANOMALIE.
*> Un bureau signale est inscrit a verifier, sauf si un
*> superviseur l'a deja verifie ; un bureau qui ne depasse plus
*> les seuils (resultat corrige) est retire de la liste
        MOVE fres_noebur TO fan_noebur
        MOVE Wscrutin TO fan_scrutin
        MOVE Wtour TO fan_tour
        IF Wnbanomalies_bureau > 0 THEN
           ADD 1 TO Wnbsignales
           READ fanomalies
              INVALID KEY
                 MOVE Wnbanomalies_bureau TO fan_nbanomalies
                 MOVE 1 TO fan_etat
                 MOVE FUNCTION CURRENT-DATE (1:14) TO fan_horodatage
                 MOVE SPACES TO fan_superviseur
                 WRITE anomalieTampon END-WRITE
                 PERFORM SUSPEND_TRANSMISSION
              NOT INVALID KEY
                 MOVE Wnbanomalies_bureau TO fan_nbanomalies
                 IF fan-verifie THEN
                    DISPLAY '   Resultat deja verifie par ',
                       fan_superviseur, ' le ', fan_horodatage
                 ELSE
                    MOVE FUNCTION CURRENT-DATE (1:14) TO fan_horodatage
                    PERFORM SUSPEND_TRANSMISSION
                 END-IF
                 REWRITE anomalieTampon END-REWRITE
           END-READ
           IF fanom_stat NOT = 0 AND fanom_stat NOT = 2
              AND fanom_stat NOT = 4
              MOVE 1 TO Wio_ko
           END-IF
        ELSE
           READ fanomalies
              NOT INVALID KEY
                 IF fan-a-verifier THEN
                    DELETE fanomalies RECORD END-DELETE
                    IF fanom_stat NOT = 0 AND fanom_stat NOT = 2
                       AND fanom_stat NOT = 4
                       MOVE 1 TO Wio_ko
                    ELSE
                       DISPLAY '   Bureau retire de la liste des '
                          'anomalies a verifier'
                       PERFORM AUTORISE_TRANSMISSION
                    END-IF
                 END-IF
           END-READ
        END-IF.

        SUSPEND_TRANSMISSION.
*> fan_noebur porte le bureau signale
        DISPLAY '   Bureau signale, a verifier par un superviseur'
        IF Wsuspension = 1 THEN
           MOVE fan_noebur TO fbu_num
           READ fbureaux
              NOT INVALID KEY
                 IF fbu-resultats-transmis THEN
                    SET fbu-ferme TO TRUE
                    REWRITE bureauxTampon END-REWRITE
                    IF fbureaux_stat NOT = 0 AND fbureaux_stat NOT = 2
                       AND fbureaux_stat NOT = 4
                       MOVE 1 TO Wio_ko
                    ELSE
                       DISPLAY '   Transmission du bureau suspendue'
                    END-IF
                 END-IF
           END-READ
        END-IF.

        AUTORISE_TRANSMISSION.
*> fan_noebur porte un bureau dont le resultat est enregistre
*> pour le scrutin et le tour
        IF Wsuspension = 1 THEN
           PERFORM REND_TRANSMISSION
        END-IF.

        REND_TRANSMISSION.
*> fan_noebur porte le bureau : un bureau ferme retenu par le
*> controle passe a 'resultats transmis'
        MOVE fan_noebur TO fbu_num
        READ fbureaux
           NOT INVALID KEY
              IF fbu-ferme THEN
                 SET fbu-resultats-transmis TO TRUE
                 REWRITE bureauxTampon END-REWRITE
                 IF fbureaux_stat NOT = 0 AND fbureaux_stat NOT = 2
                    AND fbureaux_stat NOT = 4
                    MOVE 1 TO Wio_ko
                 ELSE
                    DISPLAY '   Transmission du bureau autorisee'
                 END-IF
              END-IF
        END-READ.

        LEVEE_ANOMALIES.
*> Un superviseur ayant verifie le resultat d'un bureau signale
*> (proces-verbal, recompte) leve l'anomalie, ce qui autorise la
*> transmission du bureau
        MOVE 0 TO Wnbleves
        DISPLAY 'Souhaitez vous lever des anomalies verifiees ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           PERFORM IDENTIFIE_SUPERVISEUR
           IF Woperateur_ok = 1 THEN
              OPEN I-O fanomalies
              OPEN I-O fbureaux
              OPEN INPUT fresultats
              PERFORM WITH TEST AFTER UNTIL Wrep = 0
                 DISPLAY 'Numero de bureau verifie'
                 ACCEPT Wnum
                 PERFORM LEVE_ANOMALIE_BUREAU
                 PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                    DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                    ACCEPT Wrep
                 END-PERFORM
              END-PERFORM
              CLOSE fresultats
              CLOSE fbureaux
              CLOSE fanomalies
           ELSE
              DISPLAY 'Levee des anomalies reservee a un operateur de '
                 'niveau superviseur'
           END-IF
           DISPLAY 'Anomalies levees : ', Wnbleves
        END-IF.

        LEVE_ANOMALIE_BUREAU.
*> Wnum est deja positionne par l'appelant
        MOVE Wnum TO fan_noebur
        MOVE Wscrutin TO fan_scrutin
        MOVE Wtour TO fan_tour
        READ fanomalies
           INVALID KEY
              DISPLAY 'Aucune anomalie enregistree pour ce bureau'
           NOT INVALID KEY
              IF fan-verifie THEN
                 DISPLAY 'Anomalie deja levee par ', fan_superviseur
              ELSE
                 SET fan-verifie TO TRUE
                 MOVE Woperateur TO fan_superviseur
                 MOVE FUNCTION CURRENT-DATE (1:14) TO fan_horodatage
                 REWRITE anomalieTampon END-REWRITE
                 IF fanom_stat NOT = 0 AND fanom_stat NOT = 2
                    AND fanom_stat NOT = 4
                    MOVE 1 TO Wio_ko
                 ELSE
                    ADD 1 TO Wnbleves
                    DISPLAY 'Anomalie du bureau ', Wnum, ' levee'
                    PERFORM LIBERE_BUREAU_LEVE
                 END-IF
              END-IF
        END-READ.

        LIBERE_BUREAU_LEVE.
*> Independant de la question de suspension : un bureau retenu
*> par le controle resterait sinon ferme apres la levee. Seul un
*> bureau dont le resultat du scrutin et du tour est dans
*> resultats.dat (scrutin en cours) est rendu a la transmission
        MOVE fan_noebur TO fres_noebur
        MOVE fan_scrutin TO fres_scrutin
        MOVE fan_tour TO fres_tour
        READ fresultats
           INVALID KEY
              DISPLAY '   Resultat absent de resultats.dat, etat du '
                 'bureau inchange'
           NOT INVALID KEY
              PERFORM REND_TRANSMISSION
        END-READ.

        IDENTIFIE_SUPERVISEUR.
*> L'identifiant saisi doit exister, etre actif et de niveau
*> superviseur dans le fichier maitre des operateurs
        MOVE 0 TO Woperateur_ok
        MOVE 0 TO Wabandon_oper
        PERFORM WITH TEST AFTER UNTIL Woperateur_ok = 1
           OR Wabandon_oper = 1
           DISPLAY 'Identifiant superviseur (vide pour abandonner)'
           ACCEPT Woperateur
           IF Woperateur = SPACES THEN
              MOVE 1 TO Wabandon_oper
           ELSE
              PERFORM VERIFIE_SUPERVISEUR
              IF Woperateur_ok = 0 AND Wabandon_oper = 0 THEN
                 DISPLAY 'Operateur inconnu, desactive ou non '
                    'superviseur, reessayez'
              END-IF
           END-IF
        END-PERFORM.

        VERIFIE_SUPERVISEUR.
*> Woperateur est deja positionne par l'appelant
        MOVE 0 TO Woperateur_ok
        OPEN INPUT foperateurs
        IF fop_stat = 35 THEN
           DISPLAY 'Fichier foperateurs.dat introuvable, lancer le '
              'programme operateurs : levee refusee'
           MOVE 1 TO Wabandon_oper
        ELSE
           MOVE Woperateur TO fop_id
           READ foperateurs
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF fop-actif AND fop-niveau-superviseur THEN
                    MOVE 1 TO Woperateur_ok
                    DISPLAY 'Superviseur : ', fop_nom
                 END-IF
           END-READ
        END-IF
        CLOSE foperateurs.
