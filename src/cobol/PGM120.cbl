008200     END-IF.                                                      PGM120
008300*                                                                 PGM120
008400 2100-LOCATE-TARGET.                                              PGM120
008500     DISPLAY 'KPI CODES: YLD/DEF/COKE/OEE/ACH/PCI/NUTC/FUEL'      PGM120
008510     DISPLAY 'ENTER KPI CODE: '                                   PGM120
008600     ACCEPT WS-ENT-KPI                                            PGM120
008700     DISPLAY 'ENTER SCOPE (LINE OR FURNACE): '                    PGM120
008800     ACCEPT WS-ENT-SCOPE                                          PGM120
