    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_STARVE_RUNS".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_RSTA_RADICAND".
    02 filler pic x(01) value "F".
    02 filler pic x(30) value "SQRT_RSTA_EPS".
    02 filler pic x(01) value "F".
    02 filler pic x(30) value "SQRT_RSTA_RUNID".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_RSTA_TOL".
    02 filler pic x(01) value "F".
    02 filler pic x(30) value "SQRT_BKOT_RUNID".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_UNLD_MODE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_QA_XTOL".
    02 filler pic x(01) value "F".
    02 filler pic x(30) value "SQRT_DRTN_DATE".
    02 filler pic x(01) value "D".
    02 filler pic x(30) value "SQRT_IBAL_DAYS".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_IBAL_OPENMAX".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_TKOV_MODE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_TKOV_PEER".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_TKOV_LASTSHIP".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_TKOV_FORCE".
    02 filler pic x(01) value "Y".
    02 filler pic x(30) value "SQRT_TKOV_SERIAL_GAP".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_TKOV_CONFIRM".
    02 filler pic x(01) value "Y".
    02 filler pic x(30) value "SQRT_MASK_DATE".
    02 filler pic x(01) value "D".
    02 filler pic x(30) value "SQRT_MASK_DIR".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_MASK_KEY".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_ESTR_WINDOW".
    02 filler pic x(01) value "H".
    02 filler pic x(30) value "SQRT_SVRV_MONTH".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_DAGE_DAYS".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_PROM_MASTER".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_SEAL_KEY".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_SVFY_FILE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_SVFY_ACTION".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_RBLD_RUNID".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_ASOF_DATE".
    02 filler pic x(01) value "D".
    02 filler pic x(30) value "SQRT_ASOF_TIME".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_ASOF_RADICAND".
    02 filler pic x(01) value "F".
    02 filler pic x(30) value "SQRT_ASOF_EPSILON".
    02 filler pic x(01) value "F".
    02 filler pic x(30) value "SQRT_ASOF_RADLO".
    02 filler pic x(01) value "F".
    02 filler pic x(30) value "SQRT_ASOF_RADHI".
    02 filler pic x(01) value "F".
    02 filler pic x(30) value "SQRT_CDIF_RUN1".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_CDIF_RUN2".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_RPLY_GEN".
    02 filler pic x(01) value "D".
    02 filler pic x(30) value "SQRT_RPLY_RUN".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_RPLY_BIN".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_RPLY_DIR".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_SCOR_MONTH".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_SPOOL_FILE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_SPOOL_POLL_SEC".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_SPOOL_UNTIL".
    02 filler pic x(01) value "H".
    02 filler pic x(30) value "SQRT_EVID_FROM".
    02 filler pic x(01) value "D".
    02 filler pic x(30) value "SQRT_EVID_TO".
    02 filler pic x(01) value "D".
    02 filler pic x(30) value "SQRT_EVID_SEED".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_EVID_SIZE".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_EVID_ACTION".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_EVID_ITEM".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_EVID_VERDICT".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_EVID_NOTE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_STEAL_MIN".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_POST_SUBSCRIBER".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_WO_ORDER".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_SCRUB_SLICE".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_ONBD_SOURCE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_ONBD_SAMPLE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_MEND_STEP".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_MEND_MONTH".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_MEND_FORCE".
    02 filler pic x(01) value "Y".
    02 filler pic x(30) value "SQRT_MEND_BIN".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_HRES_FILE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_QUOTE_INPUT".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_QUOTE_SOURCE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_QUOTE_DEPT".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_QUOTE_TIER".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_QUOTE_PROFILE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_QUAD_INPUT".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_QUAD_REPORT_DEST".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_EXCEPTIONS_ONLY".
    02 filler pic x(01) value "Y".
    02 filler pic x(30) value "SQRT_SIMULATE".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_SIM_START".
    02 filler pic x(01) value "H".
    02 filler pic x(30) value "SQRT_SIM_ALTPARM".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_SIM_BIN".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_INC_FROM".
    02 filler pic x(01) value "D".
    02 filler pic x(30) value "SQRT_INC_TO".
    02 filler pic x(01) value "D".
    02 filler pic x(30) value "SQRT_INC_REPEAT_DAYS".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_FREEZE_REASON".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_FREEZE_SECOND".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_CAP_HISTORY_DAYS".
    02 filler pic x(01) value "N".
    02 filler pic x(30) value "SQRT_CAP_START".
    02 filler pic x(01) value "H".
    02 filler pic x(30) value "SQRT_PUB_DIR".
    02 filler pic x(01) value "T".
    02 filler pic x(30) value "SQRT_PUB_DATE".
    02 filler pic x(01) value "D".
*> Spare slots for the next keywords; blank never matches one.
    02 filler pic x(2294) value spaces.
01 registryTable redefines registryData.
    02 regEntry occurs 250 times.
        03 regKeyword pic x(30).
        03 regShape   pic x(01).
