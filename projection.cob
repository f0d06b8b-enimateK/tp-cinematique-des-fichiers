IDENTIFICATION DIVISION.
PROGRAM-ID. projection.

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
*> Archive de resultats d'un scrutin precedent, servant de
*> reference a l'ecart quand il n'y a pas de tour 1 (nom
*> construit a l'execution : archive_resultats_AAAAMMJJ.dat)
        SELECT farch_resultats ASSIGN TO Warch_resultats_nom
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS farchres_stat.
*> Rapport de projection, reecrit a chaque execution : il peut
*> etre relance autant de fois que necessaire dans la soiree
        SELECT fprojection ASSIGN TO "projection_resultats.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fproj_stat.
*> Fichiers de travail indexes recrees a chaque execution :
*> inscrits par bureau, resultats de reference par bureau et
*> cumuls projetes par zone (commune et cantons)
        SELECT ftrav_inscrits ASSIGN TO "trav_proj_ins.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fti_noebur
        FILE STATUS IS ftravi_stat.
        SELECT ftrav_ref ASSIGN TO "trav_proj_ref.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY ftr_noebur
        FILE STATUS IS ftravr_stat.
        SELECT ftrav_zones ASSIGN TO "trav_proj_zones.tmp"
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
        FD farch_resultats.
        01 archResultTampon.
          02 far_noebur PIC X(4).
          02 far_scrutin PIC X(8).
          02 far_tour PIC 9.
          02 far_nbcandidats PIC 9(2).
          02 far_blancs PIC 9(12).
          02 far_nuls PIC 9(12).
          02 far_signatures PIC 9(12).
          02 far_votes OCCURS 20 TIMES.
             03 far_numcandidat PIC 9(2).
             03 far_nbvoix PIC 9(12).
        FD fprojection.
        01 projTampon PIC X(100).
        FD ftrav_inscrits.
        01 travInsTampon.
          02 fti_noebur PIC X(4).
          02 fti_nbinscrits PIC 9(8).
        FD ftrav_ref.
        01 travRefTampon.
          02 ftr_noebur PIC X(4).
          02 ftr_exprimes PIC 9(12).
          02 ftr_voix OCCURS 99 TIMES PIC 9(12).
*> Zone '1' : ensemble de la commune ; zone '2' : un canton
        FD ftrav_zones.
        01 travZoneTampon.
          02 ftz_cle.
             03 ftz_type PIC X.
             03 ftz_code PIC X(10).
          02 ftz_nbbureaux PIC 9(4).
          02 ftz_nbdepouilles PIC 9(4).
          02 ftz_inscrits PIC 9(10).
          02 ftz_inscrits_dep PIC 9(10).
          02 ftz_exprimes_dep PIC 9(12).
          02 ftz_exprimes PIC 9(12)V99.
          02 ftz_voix_dep OCCURS 99 TIMES PIC 9(12).
          02 ftz_voix OCCURS 99 TIMES PIC 9(12)V99.

WORKING-STORAGE SECTION.
        77 fresult_stat PIC 9(2).
        77 fbureaux_stat PIC 9(2).
        77 fgroupes_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 fcandidats_stat PIC 9(2).
        77 farchres_stat PIC 9(2).
        77 fproj_stat PIC 9(2).
        77 ftravi_stat PIC 9(2).
        77 ftravr_stat PIC 9(2).
        77 ftravz_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wi PIC 9(2).
        77 Wk PIC 9(3).
        77 Wscrutin PIC X(8).
        77 Wtour PIC 9.
        77 Wsource_ref PIC 9.
        77 Wref_scrutin PIC X(8).
        77 Wref_tour PIC 9.
        77 Wdate_archive PIC 9(8).
        77 Warch_resultats_nom PIC X(40).
        77 Wnbref PIC 9(4).
        77 Wgroupes_dispo PIC 9.
        77 Wcandidats_dispo PIC 9.
        77 Wcanton PIC X(10).
        77 Winscrits PIC 9(8).
        77 Wdepouille PIC 9.
        77 Wref_present PIC 9.
        77 Wexprimes PIC 9(12).
        77 Wexp_dep PIC 9(12).
        77 Wexp_app PIC 9(12).
        77 Wexp_ref_app PIC 9(12).
        77 Wins_dep PIC 9(10).
        77 Wratio_exp PIC 9(3)V9(6).
        77 Wtaux_exp PIC 9V9(6).
        77 Wexp_proj PIC 9(12)V99.
        77 Wpart_calc PIC S9(3)V9(6).
        77 Wsomme_parts PIC 9(5)V9(6).
        77 Wnbprojetes_ecart PIC 9(4).
        77 Wnbprojetes_inscrits PIC 9(4).
        77 Wed_pct PIC 9(3)V99.
        77 Wnom_candidat PIC X(30).
        77 Wio_ko PIC 9 VALUE 0.

*> Cumuls par numero de candidat sur les bureaux depouilles :
*> voix de tous les bureaux depouilles, voix actuelles et voix
*> de reference des seuls bureaux presents dans la reference,
*> d'ou l'ecart de part (en fraction) applique aux bureaux non
*> encore depouilles
        01 WtableCandidats.
           02 Wcand OCCURS 99 TIMES.
              03 Wc_voix_dep PIC 9(12).
              03 Wc_voix_app PIC 9(12).
              03 Wc_voix_ref PIC 9(12).
              03 Wc_part_dep PIC 9V9(6).
              03 Wc_ecart PIC S9V9(6).
              03 Wc_part PIC 9(3)V9(6).

        01 Whorodatage.
           02 Wh_aaaa PIC X(4).
           02 Wh_mm PIC X(2).
           02 Wh_jj PIC X(2).
           02 Wh_hh PIC X(2).
           02 Wh_mi PIC X(2).
           02 Wh_ss PIC X(2).

        01 WligneTitre.
           02 FILLER PIC X(42) VALUE
              '*** PROJECTION - NE VAUT PAS RESULTAT ***'.
           02 FILLER PIC X(9) VALUE ' scrutin '.
           02 Wlt_scrutin PIC X(8).
           02 FILLER PIC X(6) VALUE ' tour '.
           02 Wlt_tour PIC 9.
           02 FILLER PIC X(4) VALUE ' le '.
           02 Wlt_jj PIC X(2).
           02 FILLER PIC X VALUE '/'.
           02 Wlt_mm PIC X(2).
           02 FILLER PIC X VALUE '/'.
           02 Wlt_aaaa PIC X(4).
           02 FILLER PIC X(3) VALUE ' a '.
           02 Wlt_hh PIC X(2).
           02 FILLER PIC X VALUE 'h'.
           02 Wlt_mi PIC X(2).

        01 WligneReference.
           02 FILLER PIC X(25) VALUE 'Ecart de vote mesure sur '.
           02 Wlr_libelle PIC X(75).

        01 WligneZone.
           02 FILLER PIC X(15) VALUE '--- PROJECTION '.
           02 Wlz_libelle PIC X(30).
           02 FILLER PIC X(4) VALUE ' ---'.

        01 WligneAvancement.
           02 FILLER PIC X(21) VALUE 'Bureaux depouilles : '.
           02 Wla_nbdep PIC ZZZ9.
           02 FILLER PIC X(5) VALUE ' sur '.
           02 Wla_nb PIC ZZZ9.
           02 FILLER PIC X(25) VALUE ' - inscrits depouilles : '.
           02 Wla_insdep PIC Z(9)9.
           02 FILLER PIC X(5) VALUE ' sur '.
           02 Wla_ins PIC Z(9)9.
           02 FILLER PIC X(6) VALUE ' soit '.
           02 Wla_pct PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE ' %'.

        01 WligneCandidat.
           02 FILLER PIC X(9) VALUE 'Candidat '.
           02 Wlc_num PIC 9(2).
           02 FILLER PIC X VALUE SPACE.
           02 Wlc_nom PIC X(25).
           02 FILLER PIC X(6) VALUE ' voix '.
           02 Wlc_voix PIC Z(11)9.
           02 FILLER PIC X(11) VALUE ' depouille '.
           02 Wlc_part_dep PIC ZZ9.99.
           02 FILLER PIC X(15) VALUE ' % PROJECTION '.
           02 Wlc_part PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE ' %'.

        01 WligneMethode.
           02 FILLER PIC X(40) VALUE
              'Bureaux non depouilles projetes : par l'''.
           02 FILLER PIC X(14) VALUE 'ecart de vote '.
           02 Wlm_ecart PIC ZZZ9.
           02 FILLER PIC X(19) VALUE ', par les inscrits '.
           02 Wlm_inscrits PIC ZZZ9.

PROCEDURE DIVISION.

*> Projection du resultat final a partir des bureaux deja
*> depouilles ('resultats transmis'). Pour chaque candidat,
*> l'ecart entre sa part actuelle et sa part de reference
*> (tour 1 du meme scrutin ou archive d'un scrutin precedent)
*> est mesure sur les bureaux depouilles presents dans la
*> reference, puis applique a la part de reference de chaque
*> bureau non depouille, dont les suffrages exprimes suivent
*> l'evolution mesuree. Un bureau sans reference est projete sur
*> ses inscrits (faffectation.dat) avec la part et le taux de
*> suffrages exprimes des bureaux depouilles. Les projections de
*> la commune et de chaque canton indiquent la part des inscrits
*> deja depouilles.
        DISPLAY 'Code du scrutin (8 caracteres)'
        ACCEPT Wscrutin
        PERFORM WITH TEST AFTER UNTIL Wtour = 1 OR Wtour = 2
           DISPLAY 'Tour a projeter (1 ou 2)'
           ACCEPT Wtour
        END-PERFORM
        PERFORM CHOISIT_REFERENCE

        MOVE FUNCTION CURRENT-DATE (1:14) TO Whorodatage

        OPEN INPUT fresultats
        IF fresult_stat = 35 THEN
           DISPLAY 'Fichier resultats.dat introuvable, aucune projection'
           MOVE 1 TO Wio_ko
        ELSE
           CLOSE fresultats
           PERFORM CHARGE_INSCRITS_PAR_BUREAU
           IF Wio_ko = 0 THEN
              PERFORM CHARGE_REFERENCE
              PERFORM MESURE_ECARTS
           END-IF
           IF Wio_ko = 0 THEN
              PERFORM PROJETTE_BUREAUX
              PERFORM EDITE_PROJECTION
           END-IF
        END-IF

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        CHOISIT_REFERENCE.
*> Au tour 2 la reference naturelle est le tour 1 du meme
*> scrutin ; au tour 1, celle d'un scrutin precedent archive
        MOVE 9 TO Wsource_ref
        PERFORM WITH TEST AFTER UNTIL Wsource_ref = 0
           OR (Wsource_ref = 1 AND Wtour = 2) OR Wsource_ref = 2
           DISPLAY 'Reference de l''ecart de vote : 1 = tour 1 du meme '
              'scrutin, 2 = archive d''un scrutin precedent, 0 = aucune'
           ACCEPT Wsource_ref
        END-PERFORM
        EVALUATE Wsource_ref
           WHEN 1
              MOVE Wscrutin TO Wref_scrutin
              MOVE 1 TO Wref_tour
              MOVE 'le tour 1 du meme scrutin' TO Wlr_libelle
           WHEN 2
              DISPLAY 'Date de l''archive des resultats (AAAAMMJJ)'
              ACCEPT Wdate_archive
              DISPLAY 'Code du scrutin archive (8 caracteres)'
              ACCEPT Wref_scrutin
              PERFORM WITH TEST AFTER UNTIL Wref_tour = 1
                 OR Wref_tour = 2
                 DISPLAY 'Tour du scrutin archive (1 ou 2)'
                 ACCEPT Wref_tour
              END-PERFORM
              STRING 'archive_resultats_' DELIMITED BY SIZE
                 Wdate_archive DELIMITED BY SIZE
                 '.dat' DELIMITED BY SIZE
                 INTO Warch_resultats_nom
              END-STRING
              MOVE SPACES TO Wlr_libelle
              STRING 'le scrutin ' DELIMITED BY SIZE
                 Wref_scrutin DELIMITED BY SPACE
                 ' tour ' DELIMITED BY SIZE
                 Wref_tour DELIMITED BY SIZE
                 ' (archive du ' DELIMITED BY SIZE
                 Wdate_archive DELIMITED BY SIZE
                 ')' DELIMITED BY SIZE
                 INTO Wlr_libelle
              END-STRING
           WHEN OTHER
              MOVE 'aucune reference : projection sur les inscrits'
                 TO Wlr_libelle
        END-EVALUATE.

        CHARGE_INSCRITS_PAR_BUREAU.
*> Inscrits par bureau d'affectation, poids de chaque bureau
        OPEN OUTPUT ftrav_inscrits
        CLOSE ftrav_inscrits
        OPEN I-O ftrav_inscrits
        OPEN INPUT faffectation
        IF faffec_stat = 35 THEN
           DISPLAY 'Fichier faffectation.dat introuvable, les bureaux '
              'ne peuvent etre ponderes : aucune projection'
           MOVE 1 TO Wio_ko
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

        CHARGE_REFERENCE.
*> Resultats de reference par bureau, lus dans resultats.dat
*> (tour 1) ou dans l'archive, ramenes a un meme format indexe
        MOVE 0 TO Wnbref
        OPEN OUTPUT ftrav_ref
        CLOSE ftrav_ref
        OPEN I-O ftrav_ref
        EVALUATE Wsource_ref
           WHEN 1
              OPEN INPUT fresultats
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fresultats NEXT RECORD
                    AT END MOVE 1 TO Wfin
                    NOT AT END
                       IF fres_scrutin = Wref_scrutin
                          AND fres_tour = Wref_tour THEN
                          PERFORM AJOUTE_REFERENCE_RESULTAT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE fresultats
           WHEN 2
              OPEN INPUT farch_resultats
              IF farchres_stat = 35 THEN
                 DISPLAY 'Archive ', Warch_resultats_nom, ' introuvable, '
                    'projection sur les inscrits'
              ELSE
                 MOVE 0 TO Wfin
                 PERFORM WITH TEST AFTER UNTIL Wfin = 1
                    READ farch_resultats
                       AT END MOVE 1 TO Wfin
                       NOT AT END
                          IF far_scrutin = Wref_scrutin
                             AND far_tour = Wref_tour THEN
                             PERFORM AJOUTE_REFERENCE_ARCHIVE
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE farch_resultats
           WHEN OTHER
              CONTINUE
        END-EVALUATE
        CLOSE ftrav_ref
        IF Wsource_ref NOT = 0 AND Wnbref = 0 THEN
           DISPLAY 'Aucun bureau dans la reference, projection sur les '
              'inscrits'
           MOVE 'aucun bureau dans la reference : projection sur les inscrits'
              TO Wlr_libelle
        END-IF.

        AJOUTE_REFERENCE_RESULTAT.
        MOVE fres_noebur TO ftr_noebur
        MOVE 0 TO ftr_exprimes
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
           MOVE 0 TO ftr_voix(Wk)
        END-PERFORM
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fres_nbcandidats
           IF fres_numcandidat(Wi) > 0 THEN
              ADD fres_nbvoix(Wi) TO ftr_voix(fres_numcandidat(Wi))
              ADD fres_nbvoix(Wi) TO ftr_exprimes
           END-IF
        END-PERFORM
        WRITE travRefTampon END-WRITE
        IF ftravr_stat = 0 THEN
           ADD 1 TO Wnbref
        END-IF.

        AJOUTE_REFERENCE_ARCHIVE.
        MOVE far_noebur TO ftr_noebur
        MOVE 0 TO ftr_exprimes
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
           MOVE 0 TO ftr_voix(Wk)
        END-PERFORM
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > far_nbcandidats
           IF far_numcandidat(Wi) > 0 THEN
              ADD far_nbvoix(Wi) TO ftr_voix(far_numcandidat(Wi))
              ADD far_nbvoix(Wi) TO ftr_exprimes
           END-IF
        END-PERFORM
        WRITE travRefTampon END-WRITE
        IF ftravr_stat = 0 THEN
           ADD 1 TO Wnbref
        END-IF.

        MESURE_ECARTS.
*> Premier passage sur les bureaux : cumuls des bureaux
*> depouilles, puis part de chaque candidat et ecart a la
*> reference
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
           MOVE 0 TO Wc_voix_dep(Wk)
           MOVE 0 TO Wc_voix_app(Wk)
           MOVE 0 TO Wc_voix_ref(Wk)
           MOVE 0 TO Wc_part_dep(Wk)
           MOVE 0 TO Wc_ecart(Wk)
        END-PERFORM
        MOVE 0 TO Wexp_dep
        MOVE 0 TO Wexp_app
        MOVE 0 TO Wexp_ref_app
        MOVE 0 TO Wins_dep
        OPEN INPUT fbureaux
        OPEN INPUT fresultats
        OPEN INPUT ftrav_inscrits
        OPEN INPUT ftrav_ref
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fbureaux NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 PERFORM LIT_BUREAU
                 IF Wdepouille = 1 THEN
                    PERFORM CUMULE_DEPOUILLE
                 END-IF
           END-READ
        END-PERFORM
        CLOSE ftrav_ref
        CLOSE ftrav_inscrits
        CLOSE fresultats
        CLOSE fbureaux
        IF Wexp_dep = 0 THEN
           DISPLAY 'Aucun bureau depouille pour ce scrutin et ce tour, '
              'projection impossible'
           MOVE 1 TO Wio_ko
        ELSE
           PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
              COMPUTE Wc_part_dep(Wk) ROUNDED = Wc_voix_dep(Wk) / Wexp_dep
              IF Wexp_app > 0 AND Wexp_ref_app > 0 THEN
                 COMPUTE Wc_ecart(Wk) ROUNDED =
                    Wc_voix_app(Wk) / Wexp_app
                    - Wc_voix_ref(Wk) / Wexp_ref_app
              END-IF
           END-PERFORM
           IF Wexp_ref_app > 0 THEN
              COMPUTE Wratio_exp ROUNDED = Wexp_app / Wexp_ref_app
           END-IF
           IF Wins_dep > 0 THEN
              COMPUTE Wtaux_exp ROUNDED = Wexp_dep / Wins_dep
           END-IF
        END-IF.

        LIT_BUREAU.
*> bureauxTampon porte le bureau courant ; rend ses inscrits,
*> s'il est depouille (resultat transmis et enregistre pour le
*> scrutin et le tour) avec ses suffrages exprimes, et s'il est
*> present dans la reference
        MOVE 0 TO Winscrits
        MOVE fbu_num TO fti_noebur
        READ ftrav_inscrits
           NOT INVALID KEY
              MOVE fti_nbinscrits TO Winscrits
        END-READ
        MOVE 0 TO Wdepouille
        MOVE 0 TO Wexprimes
        IF fbu-resultats-transmis THEN
           MOVE fbu_num TO fres_noebur
           MOVE Wscrutin TO fres_scrutin
           MOVE Wtour TO fres_tour
           READ fresultats
              NOT INVALID KEY
                 MOVE 1 TO Wdepouille
                 PERFORM VARYING Wi FROM 1 BY 1
                    UNTIL Wi > fres_nbcandidats
                    IF fres_numcandidat(Wi) > 0 THEN
                       ADD fres_nbvoix(Wi) TO Wexprimes
                    END-IF
                 END-PERFORM
           END-READ
        END-IF
        MOVE 0 TO Wref_present
        MOVE fbu_num TO ftr_noebur
        READ ftrav_ref
           NOT INVALID KEY
              IF ftr_exprimes > 0 THEN
                 MOVE 1 TO Wref_present
              END-IF
        END-READ.

        CUMULE_DEPOUILLE.
*> resultTampon porte le resultat du bureau depouille courant
        ADD Wexprimes TO Wexp_dep
        ADD Winscrits TO Wins_dep
        IF Wref_present = 1 THEN
           ADD Wexprimes TO Wexp_app
           ADD ftr_exprimes TO Wexp_ref_app
           PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
              ADD ftr_voix(Wk) TO Wc_voix_ref(Wk)
           END-PERFORM
        END-IF
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fres_nbcandidats
           IF fres_numcandidat(Wi) > 0 THEN
              ADD fres_nbvoix(Wi) TO Wc_voix_dep(fres_numcandidat(Wi))
              IF Wref_present = 1 THEN
                 ADD fres_nbvoix(Wi) TO Wc_voix_app(fres_numcandidat(Wi))
              END-IF
           END-IF
        END-PERFORM.

        PROJETTE_BUREAUX.
*> Second passage : chaque bureau est ajoute a la commune et a
*> son canton, avec ses voix reelles s'il est depouille et ses
*> voix projetees sinon
        MOVE 0 TO Wnbprojetes_ecart
        MOVE 0 TO Wnbprojetes_inscrits
        OPEN OUTPUT ftrav_zones
        CLOSE ftrav_zones
        OPEN I-O ftrav_zones
        OPEN INPUT fbureaux
        OPEN INPUT fresultats
        OPEN INPUT ftrav_inscrits
        OPEN INPUT ftrav_ref
        MOVE 1 TO Wgroupes_dispo
        OPEN INPUT fgroupes
        IF fgroupes_stat = 35 THEN
           MOVE 0 TO Wgroupes_dispo
           DISPLAY 'Fichier fgroupes.dat introuvable, projection de la '
              'commune seule'
        END-IF
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ fbureaux NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 PERFORM LIT_BUREAU
                 IF Wdepouille = 0 THEN
                    PERFORM PROJETTE_UN_BUREAU
                 END-IF
                 MOVE '1' TO ftz_type
                 MOVE 'COMMUNE' TO ftz_code
                 PERFORM AJOUTE_ZONE
                 MOVE SPACES TO Wcanton
                 IF Wgroupes_dispo = 1 THEN
                    MOVE fbu_num TO fgr_noebur
                    READ fgroupes
                       NOT INVALID KEY
                          MOVE fgr_canton TO Wcanton
                    END-READ
                 END-IF
                 IF Wcanton NOT = SPACES THEN
                    MOVE '2' TO ftz_type
                    MOVE Wcanton TO ftz_code
                    PERFORM AJOUTE_ZONE
                 END-IF
           END-READ
        END-PERFORM
        IF Wgroupes_dispo = 1 THEN
           CLOSE fgroupes
        END-IF
        CLOSE ftrav_ref
        CLOSE ftrav_inscrits
        CLOSE fresultats
        CLOSE fbureaux
        CLOSE ftrav_zones.

        PROJETTE_UN_BUREAU.
*> Parts projetees du bureau non depouille dans Wc_part,
*> ramenees a un total de 1, et suffrages exprimes projetes
*> dans Wexp_proj. Seuls les candidats ayant des voix dans les
*> bureaux depouilles sont en lice pour le tour projete : un
*> candidat du seul scrutin de reference (elimine au tour 1)
*> n'en recoit aucune.
        MOVE 0 TO Wsomme_parts
        IF Wref_present = 1 AND Wexp_ref_app > 0 THEN
           ADD 1 TO Wnbprojetes_ecart
           COMPUTE Wexp_proj ROUNDED = ftr_exprimes * Wratio_exp
           PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
              COMPUTE Wpart_calc ROUNDED =
                 ftr_voix(Wk) / ftr_exprimes + Wc_ecart(Wk)
              IF Wc_voix_dep(Wk) = 0 THEN
                 MOVE 0 TO Wpart_calc
              END-IF
              IF Wpart_calc < 0 THEN
                 MOVE 0 TO Wpart_calc
              END-IF
              MOVE Wpart_calc TO Wc_part(Wk)
              ADD Wpart_calc TO Wsomme_parts
           END-PERFORM
        ELSE
           ADD 1 TO Wnbprojetes_inscrits
           COMPUTE Wexp_proj ROUNDED = Winscrits * Wtaux_exp
           PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
              MOVE Wc_part_dep(Wk) TO Wc_part(Wk)
              ADD Wc_part_dep(Wk) TO Wsomme_parts
           END-PERFORM
        END-IF
        IF Wsomme_parts = 0 THEN
           MOVE 0 TO Wexp_proj
        END-IF.

        AJOUTE_ZONE.
*> ftz_type et ftz_code designent la zone ; le bureau courant
*> est decrit par LIT_BUREAU et, s'il n'est pas depouille, par
*> PROJETTE_UN_BUREAU
        READ ftrav_zones
           INVALID KEY
              MOVE 0 TO ftz_nbbureaux
              MOVE 0 TO ftz_nbdepouilles
              MOVE 0 TO ftz_inscrits
              MOVE 0 TO ftz_inscrits_dep
              MOVE 0 TO ftz_exprimes_dep
              MOVE 0 TO ftz_exprimes
              PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
                 MOVE 0 TO ftz_voix_dep(Wk)
                 MOVE 0 TO ftz_voix(Wk)
              END-PERFORM
              PERFORM CUMULE_BUREAU_ZONE
              WRITE travZoneTampon END-WRITE
           NOT INVALID KEY
              PERFORM CUMULE_BUREAU_ZONE
              REWRITE travZoneTampon END-REWRITE
        END-READ.

        CUMULE_BUREAU_ZONE.
        ADD 1 TO ftz_nbbureaux
        ADD Winscrits TO ftz_inscrits
        IF Wdepouille = 1 THEN
           ADD 1 TO ftz_nbdepouilles
           ADD Winscrits TO ftz_inscrits_dep
           ADD Wexprimes TO ftz_exprimes_dep
           ADD Wexprimes TO ftz_exprimes
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fres_nbcandidats
              IF fres_numcandidat(Wi) > 0 THEN
                 ADD fres_nbvoix(Wi) TO ftz_voix_dep(fres_numcandidat(Wi))
                 ADD fres_nbvoix(Wi) TO ftz_voix(fres_numcandidat(Wi))
              END-IF
           END-PERFORM
        ELSE
           IF Wexp_proj > 0 THEN
              ADD Wexp_proj TO ftz_exprimes
              PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
                 COMPUTE ftz_voix(Wk) ROUNDED = ftz_voix(Wk)
                    + Wexp_proj * Wc_part(Wk) / Wsomme_parts
              END-PERFORM
           END-IF
        END-IF.

        EDITE_PROJECTION.
*> Edition de la commune (zone '1') puis des cantons (zones '2')
        OPEN OUTPUT fprojection
        MOVE Wscrutin TO Wlt_scrutin
        MOVE Wtour TO Wlt_tour
        MOVE Wh_jj TO Wlt_jj
        MOVE Wh_mm TO Wlt_mm
        MOVE Wh_aaaa TO Wlt_aaaa
        MOVE Wh_hh TO Wlt_hh
        MOVE Wh_mi TO Wlt_mi
        MOVE WligneTitre TO projTampon
        PERFORM ECRIT_LIGNE
        MOVE WligneReference TO projTampon
        PERFORM ECRIT_LIGNE
        MOVE Wnbprojetes_ecart TO Wlm_ecart
        MOVE Wnbprojetes_inscrits TO Wlm_inscrits
        MOVE WligneMethode TO projTampon
        PERFORM ECRIT_LIGNE
        MOVE 1 TO Wcandidats_dispo
        OPEN INPUT fcandidats
        IF fcandidats_stat = 35 THEN
           MOVE 0 TO Wcandidats_dispo
        END-IF
        OPEN INPUT ftrav_zones
        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
           READ ftrav_zones NEXT RECORD
              AT END MOVE 1 TO Wfin
              NOT AT END
                 PERFORM EDITE_ZONE
           END-READ
        END-PERFORM
        CLOSE ftrav_zones
        IF Wcandidats_dispo = 1 THEN
           CLOSE fcandidats
        END-IF
        CLOSE fprojection
        DISPLAY 'Projection ecrite dans projection_resultats.dat'.

        EDITE_ZONE.
*> travZoneTampon porte la zone a editer
        MOVE SPACES TO projTampon
        PERFORM ECRIT_LIGNE
        IF ftz_type = '1' THEN
           MOVE 'ENSEMBLE DE LA COMMUNE' TO Wlz_libelle
        ELSE
           MOVE SPACES TO Wlz_libelle
           STRING 'CANTON ' DELIMITED BY SIZE
              ftz_code DELIMITED BY SIZE
              INTO Wlz_libelle
           END-STRING
        END-IF
        MOVE WligneZone TO projTampon
        PERFORM ECRIT_LIGNE
        MOVE ftz_nbdepouilles TO Wla_nbdep
        MOVE ftz_nbbureaux TO Wla_nb
        MOVE ftz_inscrits_dep TO Wla_insdep
        MOVE ftz_inscrits TO Wla_ins
        MOVE 0 TO Wed_pct
        IF ftz_inscrits > 0 THEN
           COMPUTE Wed_pct ROUNDED = ftz_inscrits_dep * 100 / ftz_inscrits
        END-IF
        MOVE Wed_pct TO Wla_pct
        MOVE WligneAvancement TO projTampon
        PERFORM ECRIT_LIGNE
        PERFORM VARYING Wk FROM 1 BY 1 UNTIL Wk > 99
           IF ftz_voix(Wk) > 0 OR ftz_voix_dep(Wk) > 0 THEN
              PERFORM EDITE_CANDIDAT_ZONE
           END-IF
        END-PERFORM.

        EDITE_CANDIDAT_ZONE.
*> Wk est le numero du candidat dans la zone courante
        MOVE 'Candidat inconnu' TO Wnom_candidat
        IF Wcandidats_dispo = 1 THEN
           MOVE Wk TO fca_num
           READ fcandidats
              NOT INVALID KEY
                 MOVE fca_nom TO Wnom_candidat
           END-READ
        END-IF
        MOVE Wk TO Wlc_num
        MOVE Wnom_candidat TO Wlc_nom
        MOVE ftz_voix_dep(Wk) TO Wlc_voix
        MOVE 0 TO Wed_pct
        IF ftz_exprimes_dep > 0 THEN
           COMPUTE Wed_pct ROUNDED =
              ftz_voix_dep(Wk) * 100 / ftz_exprimes_dep
        END-IF
        MOVE Wed_pct TO Wlc_part_dep
        MOVE 0 TO Wed_pct
        IF ftz_exprimes > 0 THEN
           COMPUTE Wed_pct ROUNDED = ftz_voix(Wk) * 100 / ftz_exprimes
        END-IF
        MOVE Wed_pct TO Wlc_part
        MOVE WligneCandidat TO projTampon
        PERFORM ECRIT_LIGNE.

        ECRIT_LIGNE.
*> projTampon porte la ligne a ecrire, reprise a l'ecran
        WRITE projTampon END-WRITE
        IF fproj_stat NOT = 0 AND fproj_stat NOT = 2
           AND fproj_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF
        DISPLAY projTampon.
