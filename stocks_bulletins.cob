IDENTIFICATION DIVISION.
PROGRAM-ID. stocks_bulletins.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Stock de bulletins et d'enveloppes par bureau, scrutin et
*> tour : quantites livrees par la mairie, rendues inutilisees
*> apres la cloture et enveloppes utilisees
        SELECT fstocks ASSIGN TO "fstocks.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fst_cle
        FILE STATUS IS fstock_stat.
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

DATA DIVISION.
FILE SECTION.
        FD fstocks.
        01 stockTampon.
          02 fst_cle.
             03 fst_noebur PIC X(4).
             03 fst_scrutin PIC X(8).
             03 fst_tour PIC 9.
          02 fst_env_livrees PIC 9(8).
          02 fst_env_retournees PIC 9(8).
          02 fst_env_utilisees PIC 9(8).
          02 fst_nbcandidats PIC 9(2).
          02 fst_bulletins OCCURS 20 TIMES.
             03 fst_numcandidat PIC 9(2).
             03 fst_bul_livres PIC 9(8).
             03 fst_bul_retournes PIC 9(8).
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

WORKING-STORAGE SECTION.
        77 fstock_stat PIC 9(2).
        77 fresult_stat PIC 9(2).
        77 fbureaux_stat PIC 9(2).
        77 fcandidats_stat PIC 9(2).
        77 Wrep PIC 9.
        77 Wfin PIC 9.
        77 Wfin_cand PIC 9.
        77 Wi PIC 9(2).
        77 Wj PIC 9(2).
        77 Wscrutin PIC X(8).
        77 Wtour PIC 9.
        77 Wnum PIC X(4).
        77 Wnature PIC 9.
        77 Wbureau_ok PIC 9.
        77 Wexiste PIC 9.
        77 Wquantite PIC 9(8).
        77 Wtolerance PIC 9(4).
        77 Wres_present PIC 9.
        77 Wstk_present PIC 9.
        77 Wurne PIC 9(12).
        77 Wdistribues PIC 9(8).
        77 Wvoix PIC 9(12).
        77 Wecart PIC S9(12).
        77 Wnbbureaux PIC 9(4).
        77 Wnbanomalies PIC 9(6).
        77 Wnbanomalies_bureau PIC 9(4).
        77 Wio_ko PIC 9 VALUE 0.

PROCEDURE DIVISION.

*> Suivi des bulletins et enveloppes remis a chaque bureau :
*> saisie des livraisons et des retours, puis rapprochement avec
*> les resultats du bureau (signatures, blancs, nuls et voix)
*> pour signaler tout ecart superieur a la tolerance fixee.
        OPEN I-O fstocks
        IF fstock_stat = 35 THEN
          OPEN OUTPUT fstocks
        END-IF
        CLOSE fstocks

        PERFORM SAISIE_STOCKS
        PERFORM RAPPROCHEMENT_STOCKS

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        SAISIE_STOCKS.
        DISPLAY 'Souhaitez vous saisir des livraisons ou des retours '
           'de bulletins ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           DISPLAY 'Code du scrutin (8 caracteres)'
           ACCEPT Wscrutin
           DISPLAY 'Tour (1 ou 2)'
           ACCEPT Wtour
           OPEN I-O fstocks
           OPEN INPUT fcandidats
           PERFORM WITH TEST AFTER UNTIL Wrep = 0
              DISPLAY 'Numero de bureau'
              ACCEPT Wnum
              PERFORM VERIFIE_BUREAU
              IF Wbureau_ok = 1 THEN
                 PERFORM WITH TEST AFTER UNTIL Wnature = 1
                    OR Wnature = 2
                    DISPLAY 'Nature : 1-livraison 2-retour apres cloture'
                    ACCEPT Wnature
                 END-PERFORM
                 PERFORM LIT_STOCK_BUREAU
                 IF Wnature = 1 THEN
                    PERFORM SAISIE_LIVRAISON
                 ELSE
                    PERFORM SAISIE_RETOUR
                 END-IF
                 PERFORM ENREGISTRE_STOCK
              END-IF
              PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
                 DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
                 ACCEPT Wrep
              END-PERFORM
           END-PERFORM
           CLOSE fcandidats
           CLOSE fstocks
        END-IF.

        VERIFIE_BUREAU.
*> Wnum est deja positionne par l'appelant
        MOVE 0 TO Wbureau_ok
        OPEN INPUT fbureaux
        MOVE Wnum TO fbu_num
        READ fbureaux
           INVALID KEY
              DISPLAY 'Bureau inexistant : ', Wnum
           NOT INVALID KEY
              MOVE 1 TO Wbureau_ok
        END-READ
        CLOSE fbureaux.

        LIT_STOCK_BUREAU.
*> Lecture du stock du bureau pour le scrutin et le tour, ou
*> preparation d'un stock vide s'il n'a encore rien recu
        MOVE Wnum TO fst_noebur
        MOVE Wscrutin TO fst_scrutin
        MOVE Wtour TO fst_tour
        MOVE 1 TO Wexiste
        READ fstocks
           INVALID KEY
              MOVE 0 TO Wexiste
              MOVE Wnum TO fst_noebur
              MOVE Wscrutin TO fst_scrutin
              MOVE Wtour TO fst_tour
              MOVE 0 TO fst_env_livrees
              MOVE 0 TO fst_env_retournees
              MOVE 0 TO fst_env_utilisees
              MOVE 0 TO fst_nbcandidats
              PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 20
                 MOVE 0 TO fst_numcandidat(Wi)
                 MOVE 0 TO fst_bul_livres(Wi)
                 MOVE 0 TO fst_bul_retournes(Wi)
              END-PERFORM
        END-READ.

        SAISIE_LIVRAISON.
*> Une livraison complementaire s'ajoute aux quantites deja
*> livrees au bureau
        DISPLAY 'Enveloppes deja livrees : ', fst_env_livrees
        DISPLAY 'Nombre d''enveloppes livrees'
        ACCEPT Wquantite
        ADD Wquantite TO fst_env_livrees
        MOVE 0 TO Wfin_cand
        MOVE 0 TO fca_num
        START fcandidats KEY IS NOT LESS THAN fca_num
           INVALID KEY MOVE 1 TO Wfin_cand
        END-START
        PERFORM WITH TEST BEFORE UNTIL Wfin_cand = 1
           READ fcandidats NEXT RECORD
              AT END MOVE 1 TO Wfin_cand
              NOT AT END
                 PERFORM CHERCHE_CASE_CANDIDAT
                 IF Wj > 0 THEN
                    DISPLAY 'Bulletins ', fca_num, ' ', fca_nom,
                       ' deja livres : ', fst_bul_livres(Wj)
                    DISPLAY 'Nombre de bulletins livres'
                    ACCEPT Wquantite
                    ADD Wquantite TO fst_bul_livres(Wj)
                 END-IF
           END-READ
        END-PERFORM.

        SAISIE_RETOUR.
*> Les retours sont le decompte final du bureau : une nouvelle
*> saisie remplace la precedente
        DISPLAY 'Nombre d''enveloppes rendues inutilisees'
        ACCEPT fst_env_retournees
        DISPLAY 'Nombre d''enveloppes utilisees'
        ACCEPT fst_env_utilisees
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fst_nbcandidats
           MOVE fst_numcandidat(Wi) TO fca_num
           READ fcandidats
              INVALID KEY
                 MOVE 'CANDIDAT INCONNU' TO fca_nom
           END-READ
           DISPLAY 'Bulletins ', fst_numcandidat(Wi), ' ', fca_nom,
              ' livres : ', fst_bul_livres(Wi)
           DISPLAY 'Nombre de bulletins rendus inutilises'
           ACCEPT fst_bul_retournes(Wi)
        END-PERFORM.

        CHERCHE_CASE_CANDIDAT.
*> fca_num est deja positionne par l'appelant ; Wj rend la case
*> du candidat dans le stock, creee au besoin, 0 si plus de place
        MOVE 0 TO Wj
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fst_nbcandidats
           IF fst_numcandidat(Wi) = fca_num THEN
              MOVE Wi TO Wj
           END-IF
        END-PERFORM
        IF Wj = 0 THEN
           IF fst_nbcandidats < 20 THEN
              ADD 1 TO fst_nbcandidats
              MOVE fst_nbcandidats TO Wj
              MOVE fca_num TO fst_numcandidat(Wj)
              MOVE 0 TO fst_bul_livres(Wj)
              MOVE 0 TO fst_bul_retournes(Wj)
           ELSE
              DISPLAY 'Plus de 20 candidats, bulletins non suivis : ',
                 fca_num
           END-IF
        END-IF.

        ENREGISTRE_STOCK.
        IF Wexiste = 1 THEN
           REWRITE stockTampon END-REWRITE
        ELSE
           WRITE stockTampon END-WRITE
        END-IF
        IF fstock_stat NOT = 0 AND fstock_stat NOT = 2
           AND fstock_stat NOT = 4
           MOVE 1 TO Wio_ko
           DISPLAY 'Enregistrement du stock en echec, statut ',
              fstock_stat
        ELSE
           DISPLAY 'Stock du bureau ', Wnum, ' enregistre'
        END-IF.

        RAPPROCHEMENT_STOCKS.
*> Pour chaque bureau : enveloppes utilisees contre signatures
*> et contre le contenu de l'urne (blancs + nuls + voix), solde
*> du stock d'enveloppes, et pour chaque candidat voix contre
*> bulletins distribues (livres - rendus)
        DISPLAY 'Souhaitez vous editer le rapprochement des stocks ? 1 ou 0'
        ACCEPT Wrep
        IF Wrep = 1 THEN
           DISPLAY 'Code du scrutin (8 caracteres)'
           ACCEPT Wscrutin
           DISPLAY 'Tour (1 ou 2)'
           ACCEPT Wtour
           DISPLAY 'Tolerance admise en nombre d''enveloppes'
           ACCEPT Wtolerance
           MOVE 0 TO Wnbbureaux
           MOVE 0 TO Wnbanomalies
           DISPLAY '=== Rapprochement des bulletins et enveloppes - '
              'scrutin ', Wscrutin, ' tour ', Wtour, ' ==='
           OPEN INPUT fbureaux
           OPEN INPUT fstocks
           OPEN INPUT fresultats
           IF fbureaux_stat = 35 THEN
              DISPLAY 'Fichier fbureaux.dat introuvable, aucun '
                 'rapprochement possible'
           ELSE
              MOVE 0 TO Wfin
              PERFORM WITH TEST AFTER UNTIL Wfin = 1
                 READ fbureaux NEXT RECORD
                    AT END MOVE 1 TO Wfin
                    NOT AT END
                       PERFORM RAPPROCHE_BUREAU
                 END-READ
              END-PERFORM
           END-IF
           CLOSE fbureaux
           CLOSE fstocks
           CLOSE fresultats
           DISPLAY 'Bureaux rapproches : ', Wnbbureaux
           DISPLAY 'Ecarts signales    : ', Wnbanomalies
        END-IF.

        RAPPROCHE_BUREAU.
*> bureauxTampon porte le bureau courant
        MOVE 0 TO Wstk_present
        MOVE fbu_num TO fst_noebur
        MOVE Wscrutin TO fst_scrutin
        MOVE Wtour TO fst_tour
        READ fstocks
           NOT INVALID KEY
              MOVE 1 TO Wstk_present
        END-READ
        MOVE 0 TO Wres_present
        IF fresult_stat NOT = 35 THEN
           MOVE fbu_num TO fres_noebur
           MOVE Wscrutin TO fres_scrutin
           MOVE Wtour TO fres_tour
           READ fresultats
              NOT INVALID KEY
                 MOVE 1 TO Wres_present
           END-READ
        END-IF
        IF Wstk_present = 1 OR Wres_present = 1 THEN
           ADD 1 TO Wnbbureaux
           MOVE 0 TO Wnbanomalies_bureau
           DISPLAY 'Bureau ', fbu_num, ' (', fbu_ville, ')'
           IF Wstk_present = 0 THEN
              DISPLAY '   ALERTE : resultat saisi mais aucun stock '
                 'enregistre'
              ADD 1 TO Wnbanomalies_bureau
           ELSE
              IF Wres_present = 0 THEN
                 DISPLAY '   ALERTE : stock enregistre mais aucun '
                    'resultat saisi'
                 ADD 1 TO Wnbanomalies_bureau
              ELSE
                 PERFORM CONTROLE_ENVELOPPES
                 PERFORM CONTROLE_BULLETINS
              END-IF
           END-IF
           IF Wnbanomalies_bureau = 0 THEN
              DISPLAY '   Stocks concordants'
           END-IF
           ADD Wnbanomalies_bureau TO Wnbanomalies
        END-IF.

        CONTROLE_ENVELOPPES.
*> stockTampon et resultTampon portent le bureau courant
        MOVE 0 TO Wurne
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fres_nbcandidats
           ADD fres_nbvoix(Wi) TO Wurne
        END-PERFORM
        ADD fres_blancs TO Wurne
        ADD fres_nuls TO Wurne
        DISPLAY '   Enveloppes livrees   : ', fst_env_livrees
        DISPLAY '   Enveloppes rendues   : ', fst_env_retournees
        DISPLAY '   Enveloppes utilisees : ', fst_env_utilisees
        DISPLAY '   Signatures           : ', fres_signatures
        DISPLAY '   Enveloppes dans l''urne (blancs+nuls+voix) : ', Wurne
        COMPUTE Wecart = fst_env_utilisees - fres_signatures
        IF Wecart < 0 THEN
           MULTIPLY -1 BY Wecart
        END-IF
        IF Wecart > Wtolerance THEN
           DISPLAY '   ALERTE : enveloppes utilisees et signatures '
              'different de ', Wecart
           ADD 1 TO Wnbanomalies_bureau
        END-IF
        COMPUTE Wecart = fst_env_utilisees - Wurne
        IF Wecart < 0 THEN
           MULTIPLY -1 BY Wecart
        END-IF
        IF Wecart > Wtolerance THEN
           DISPLAY '   ALERTE : enveloppes utilisees et contenu de '
              'l''urne different de ', Wecart
           ADD 1 TO Wnbanomalies_bureau
        END-IF
        COMPUTE Wecart = fst_env_livrees - fst_env_retournees
           - fst_env_utilisees
        IF Wecart NOT = 0 THEN
           DISPLAY '   ALERTE : stock d''enveloppes non solde, ecart de ',
              Wecart
           ADD 1 TO Wnbanomalies_bureau
        END-IF.

        CONTROLE_BULLETINS.
*> Un candidat ne peut obtenir plus de voix que de bulletins a
*> son nom distribues aux electeurs
        PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > fst_nbcandidats
           IF fst_bul_retournes(Wi) > fst_bul_livres(Wi) THEN
              DISPLAY '   ALERTE : candidat ', fst_numcandidat(Wi),
                 ' plus de bulletins rendus que livres'
              ADD 1 TO Wnbanomalies_bureau
              MOVE 0 TO Wdistribues
           ELSE
              COMPUTE Wdistribues = fst_bul_livres(Wi)
                 - fst_bul_retournes(Wi)
           END-IF
           MOVE 0 TO Wvoix
           PERFORM VARYING Wj FROM 1 BY 1 UNTIL Wj > fres_nbcandidats
              IF fres_numcandidat(Wj) = fst_numcandidat(Wi) THEN
                 MOVE fres_nbvoix(Wj) TO Wvoix
              END-IF
           END-PERFORM
           DISPLAY '   Candidat ', fst_numcandidat(Wi),
              ' bulletins distribues : ', Wdistribues,
              ' voix : ', Wvoix
           IF Wvoix > Wdistribues THEN
              DISPLAY '   ALERTE : candidat ', fst_numcandidat(Wi),
                 ' voix superieures aux bulletins distribues'
              ADD 1 TO Wnbanomalies_bureau
           END-IF
        END-PERFORM.
