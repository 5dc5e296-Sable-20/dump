000100*CITMSET.
000110*----------------------------------------------------------
000120*CITMSET.CPY
000130*
000140*Symbolic map for the CITMSET mapset (maps/CITMSET.BMS) -
000150*CITMINQI/CITMINQO for the inquiry screen and CITMENTI/
000160*CITMENTO for the transaction entry screen.  CITONBLD
000170*regenerates it into the copy library from the map source
000180*with SYSPARM(DSECT); the copy kept here is that output, so
000190*a change to the map source is made in both places.
000200*
000210*Per field: L the keyed length, F the flag byte, A the
000220*attribute, I the input, O the output.  QHIST repeats five
000230*times, one decision-history line per row.
000240*
000250*2026-09-15  SAB  Initial symbolic map for the online
000260*                 inquiry and entry screens.
000270*----------------------------------------------------------
000280 01  CITMINQI.
000290     02  FILLER PIC X(12).
000300     02  QDATEL COMP PIC S9(4).
000310     02  QDATEF PIC X.
000320     02  FILLER REDEFINES QDATEF.
000330         03  QDATEA PIC X.
000340     02  QDATEI PIC X(8).
000350     02  QIDL COMP PIC S9(4).
000360     02  QIDF PIC X.
000370     02  FILLER REDEFINES QIDF.
000380         03  QIDA PIC X.
000390     02  QIDI PIC X(9).
000400     02  QNAMEL COMP PIC S9(4).
000410     02  QNAMEF PIC X.
000420     02  FILLER REDEFINES QNAMEF.
000430         03  QNAMEA PIC X.
000440     02  QNAMEI PIC X(20).
000450     02  QDOBL COMP PIC S9(4).
000460     02  QDOBF PIC X.
000470     02  FILLER REDEFINES QDOBF.
000480         03  QDOBA PIC X.
000490     02  QDOBI PIC X(8).
000500     02  QMIDL COMP PIC S9(4).
000510     02  QMIDF PIC X.
000520     02  FILLER REDEFINES QMIDF.
000530         03  QMIDA PIC X.
000540     02  QMIDI PIC X(9).
000550     02  QMNAMEL COMP PIC S9(4).
000560     02  QMNAMEF PIC X.
000570     02  FILLER REDEFINES QMNAMEF.
000580         03  QMNAMEA PIC X.
000590     02  QMNAMEI PIC X(20).
000600     02  QMDOBL COMP PIC S9(4).
000610     02  QMDOBF PIC X.
000620     02  FILLER REDEFINES QMDOBF.
000630         03  QMDOBA PIC X.
000640     02  QMDOBI PIC X(8).
000650     02  QMDISTL COMP PIC S9(4).
000660     02  QMDISTF PIC X.
000670     02  FILLER REDEFINES QMDISTF.
000680         03  QMDISTA PIC X.
000690     02  QMDISTI PIC X(2).
000700     02  QSTATL COMP PIC S9(4).
000710     02  QSTATF PIC X.
000720     02  FILLER REDEFINES QSTATF.
000730         03  QSTATA PIC X.
000740     02  QSTATI PIC X(9).
000750     02  QSTDTL COMP PIC S9(4).
000760     02  QSTDTF PIC X.
000770     02  FILLER REDEFINES QSTDTF.
000780         03  QSTDTA PIC X.
000790     02  QSTDTI PIC X(8).
000800     02  QMNTL COMP PIC S9(4).
000810     02  QMNTF PIC X.
000820     02  FILLER REDEFINES QMNTF.
000830         03  QMNTA PIC X.
000840     02  QMNTI PIC X(8).
000850     02  QSTRTL COMP PIC S9(4).
000860     02  QSTRTF PIC X.
000870     02  FILLER REDEFINES QSTRTF.
000880         03  QSTRTA PIC X.
000890     02  QSTRTI PIC X(30).
000900     02  QCITYL COMP PIC S9(4).
000910     02  QCITYF PIC X.
000920     02  FILLER REDEFINES QCITYF.
000930         03  QCITYA PIC X.
000940     02  QCITYI PIC X(20).
000950     02  QSTATEL COMP PIC S9(4).
000960     02  QSTATEF PIC X.
000970     02  FILLER REDEFINES QSTATEF.
000980         03  QSTATEA PIC X.
000990     02  QSTATEI PIC X(2).
001000     02  QZIPL COMP PIC S9(4).
001010     02  QZIPF PIC X.
001020     02  FILLER REDEFINES QZIPF.
001030         03  QZIPA PIC X.
001040     02  QZIPI PIC X(5).
001050     02  QZIP4L COMP PIC S9(4).
001060     02  QZIP4F PIC X.
001070     02  FILLER REDEFINES QZIP4F.
001080         03  QZIP4A PIC X.
001090     02  QZIP4I PIC X(4).
001100     02  QGRADEL COMP PIC S9(4).
001110     02  QGRADEF PIC X.
001120     02  FILLER REDEFINES QGRADEF.
001130         03  QGRADEA PIC X.
001140     02  QGRADEI PIC X(2).
001150     02  QGPAL COMP PIC S9(4).
001160     02  QGPAF PIC X.
001170     02  FILLER REDEFINES QGPAF.
001180         03  QGPAA PIC X.
001190     02  QGPAI PIC X(4).
001200     02  QHONRL COMP PIC S9(4).
001210     02  QHONRF PIC X.
001220     02  FILLER REDEFINES QHONRF.
001230         03  QHONRA PIC X.
001240     02  QHONRI PIC X(1).
001250     02  QVOTEL COMP PIC S9(4).
001260     02  QVOTEF PIC X.
001270     02  FILLER REDEFINES QVOTEF.
001280         03  QVOTEA PIC X.
001290     02  QVOTEI PIC X(1).
001300     02  QPOSTL COMP PIC S9(4).
001310     02  QPOSTF PIC X.
001320     02  FILLER REDEFINES QPOSTF.
001330         03  QPOSTA PIC X.
001340     02  QPOSTI PIC X(8).
001350     02  DFHMS1 OCCURS 5 TIMES.
001360         03  QHISTL COMP PIC S9(4).
001370         03  QHISTF PIC X.
001380         03  QHISTI PIC X(79).
001390     02  QMSGL COMP PIC S9(4).
001400     02  QMSGF PIC X.
001410     02  FILLER REDEFINES QMSGF.
001420         03  QMSGA PIC X.
001430     02  QMSGI PIC X(79).
001440 01  CITMINQO REDEFINES CITMINQI.
001450     02  FILLER PIC X(12).
001460     02  FILLER PIC X(3).
001470     02  QDATEO PIC X(8).
001480     02  FILLER PIC X(3).
001490     02  QIDO PIC X(9).
001500     02  FILLER PIC X(3).
001510     02  QNAMEO PIC X(20).
001520     02  FILLER PIC X(3).
001530     02  QDOBO PIC X(8).
001540     02  FILLER PIC X(3).
001550     02  QMIDO PIC X(9).
001560     02  FILLER PIC X(3).
001570     02  QMNAMEO PIC X(20).
001580     02  FILLER PIC X(3).
001590     02  QMDOBO PIC X(8).
001600     02  FILLER PIC X(3).
001610     02  QMDISTO PIC X(2).
001620     02  FILLER PIC X(3).
001630     02  QSTATO PIC X(9).
001640     02  FILLER PIC X(3).
001650     02  QSTDTO PIC X(8).
001660     02  FILLER PIC X(3).
001670     02  QMNTO PIC X(8).
001680     02  FILLER PIC X(3).
001690     02  QSTRTO PIC X(30).
001700     02  FILLER PIC X(3).
001710     02  QCITYO PIC X(20).
001720     02  FILLER PIC X(3).
001730     02  QSTATEO PIC X(2).
001740     02  FILLER PIC X(3).
001750     02  QZIPO PIC X(5).
001760     02  FILLER PIC X(3).
001770     02  QZIP4O PIC X(4).
001780     02  FILLER PIC X(3).
001790     02  QGRADEO PIC X(2).
001800     02  FILLER PIC X(3).
001810     02  QGPAO PIC X(4).
001820     02  FILLER PIC X(3).
001830     02  QHONRO PIC X(1).
001840     02  FILLER PIC X(3).
001850     02  QVOTEO PIC X(1).
001860     02  FILLER PIC X(3).
001870     02  QPOSTO PIC X(8).
001880     02  DFHMS2 OCCURS 5 TIMES.
001890         03  FILLER PIC X(2).
001900         03  QHISTA PIC X.
001910         03  QHISTO PIC X(79).
001920     02  FILLER PIC X(3).
001930     02  QMSGO PIC X(79).
001940 01  CITMENTI.
001950     02  FILLER PIC X(12).
001960     02  EDATEL COMP PIC S9(4).
001970     02  EDATEF PIC X.
001980     02  FILLER REDEFINES EDATEF.
001990         03  EDATEA PIC X.
002000     02  EDATEI PIC X(8).
002010     02  EACTL COMP PIC S9(4).
002020     02  EACTF PIC X.
002030     02  FILLER REDEFINES EACTF.
002040         03  EACTA PIC X.
002050     02  EACTI PIC X(1).
002060     02  EIDL COMP PIC S9(4).
002070     02  EIDF PIC X.
002080     02  FILLER REDEFINES EIDF.
002090         03  EIDA PIC X.
002100     02  EIDI PIC X(9).
002110     02  ENAMEL COMP PIC S9(4).
002120     02  ENAMEF PIC X.
002130     02  FILLER REDEFINES ENAMEF.
002140         03  ENAMEA PIC X.
002150     02  ENAMEI PIC X(20).
002160     02  EDOBL COMP PIC S9(4).
002170     02  EDOBF PIC X.
002180     02  FILLER REDEFINES EDOBF.
002190         03  EDOBA PIC X.
002200     02  EDOBI PIC X(8).
002210     02  EDISTL COMP PIC S9(4).
002220     02  EDISTF PIC X.
002230     02  FILLER REDEFINES EDISTF.
002240         03  EDISTA PIC X.
002250     02  EDISTI PIC X(2).
002260     02  EAGEL COMP PIC S9(4).
002270     02  EAGEF PIC X.
002280     02  FILLER REDEFINES EAGEF.
002290         03  EAGEA PIC X.
002300     02  EAGEI PIC X(3).
002310     02  ETESTL COMP PIC S9(4).
002320     02  ETESTF PIC X.
002330     02  FILLER REDEFINES ETESTF.
002340         03  ETESTA PIC X.
002350     02  ETESTI PIC X(1).
002360     02  ESCOREL COMP PIC S9(4).
002370     02  ESCOREF PIC X.
002380     02  FILLER REDEFINES ESCOREF.
002390         03  ESCOREA PIC X.
002400     02  ESCOREI PIC X(1).
002410     02  ESUBJL COMP PIC S9(4).
002420     02  ESUBJF PIC X.
002430     02  FILLER REDEFINES ESUBJF.
002440         03  ESUBJA PIC X.
002450     02  ESUBJI PIC X(5).
002460     02  ESTRTL COMP PIC S9(4).
002470     02  ESTRTF PIC X.
002480     02  FILLER REDEFINES ESTRTF.
002490         03  ESTRTA PIC X.
002500     02  ESTRTI PIC X(30).
002510     02  ECITYL COMP PIC S9(4).
002520     02  ECITYF PIC X.
002530     02  FILLER REDEFINES ECITYF.
002540         03  ECITYA PIC X.
002550     02  ECITYI PIC X(20).
002560     02  ESTATEL COMP PIC S9(4).
002570     02  ESTATEF PIC X.
002580     02  FILLER REDEFINES ESTATEF.
002590         03  ESTATEA PIC X.
002600     02  ESTATEI PIC X(2).
002610     02  EZIPL COMP PIC S9(4).
002620     02  EZIPF PIC X.
002630     02  FILLER REDEFINES EZIPF.
002640         03  EZIPA PIC X.
002650     02  EZIPI PIC X(5).
002660     02  EZIP4L COMP PIC S9(4).
002670     02  EZIP4F PIC X.
002680     02  FILLER REDEFINES EZIP4F.
002690         03  EZIP4A PIC X.
002700     02  EZIP4I PIC X(4).
002710     02  ENSTATL COMP PIC S9(4).
002720     02  ENSTATF PIC X.
002730     02  FILLER REDEFINES ENSTATF.
002740         03  ENSTATA PIC X.
002750     02  ENSTATI PIC X(1).
002760     02  ESTDTL COMP PIC S9(4).
002770     02  ESTDTF PIC X.
002780     02  FILLER REDEFINES ESTDTF.
002790         03  ESTDTA PIC X.
002800     02  ESTDTI PIC X(8).
002810     02  EREFL COMP PIC S9(4).
002820     02  EREFF PIC X.
002830     02  FILLER REDEFINES EREFF.
002840         03  EREFA PIC X.
002850     02  EREFI PIC X(10).
002860     02  ESURVL COMP PIC S9(4).
002870     02  ESURVF PIC X.
002880     02  FILLER REDEFINES ESURVF.
002890         03  ESURVA PIC X.
002900     02  ESURVI PIC X(9).
002910     02  EMSGL COMP PIC S9(4).
002920     02  EMSGF PIC X.
002930     02  FILLER REDEFINES EMSGF.
002940         03  EMSGA PIC X.
002950     02  EMSGI PIC X(79).
002960 01  CITMENTO REDEFINES CITMENTI.
002970     02  FILLER PIC X(12).
002980     02  FILLER PIC X(3).
002990     02  EDATEO PIC X(8).
003000     02  FILLER PIC X(3).
003010     02  EACTO PIC X(1).
003020     02  FILLER PIC X(3).
003030     02  EIDO PIC X(9).
003040     02  FILLER PIC X(3).
003050     02  ENAMEO PIC X(20).
003060     02  FILLER PIC X(3).
003070     02  EDOBO PIC X(8).
003080     02  FILLER PIC X(3).
003090     02  EDISTO PIC X(2).
003100     02  FILLER PIC X(3).
003110     02  EAGEO PIC X(3).
003120     02  FILLER PIC X(3).
003130     02  ETESTO PIC X(1).
003140     02  FILLER PIC X(3).
003150     02  ESCOREO PIC X(1).
003160     02  FILLER PIC X(3).
003170     02  ESUBJO PIC X(5).
003180     02  FILLER PIC X(3).
003190     02  ESTRTO PIC X(30).
003200     02  FILLER PIC X(3).
003210     02  ECITYO PIC X(20).
003220     02  FILLER PIC X(3).
003230     02  ESTATEO PIC X(2).
003240     02  FILLER PIC X(3).
003250     02  EZIPO PIC X(5).
003260     02  FILLER PIC X(3).
003270     02  EZIP4O PIC X(4).
003280     02  FILLER PIC X(3).
003290     02  ENSTATO PIC X(1).
003300     02  FILLER PIC X(3).
003310     02  ESTDTO PIC X(8).
003320     02  FILLER PIC X(3).
003330     02  EREFO PIC X(10).
003340     02  FILLER PIC X(3).
003350     02  ESURVO PIC X(9).
003360     02  FILLER PIC X(3).
003370     02  EMSGO PIC X(79).
