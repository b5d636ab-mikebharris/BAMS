*> how a batch report gets its bookings. When BAMS_EXTRACT names an
*> overnight extract taken from the file the report was asked to read,
*> the report reads that instead of scanning the live file again. An
*> extract older than the live file is refused unless
*> BAMS_EXTRACT_STALE_OK is Y.
01 ExtractControl.
    05 ExtractControlFileName pic x(40) value spaces.
    05 ExtractControlLiveName pic x(20) value spaces.
    05 ExtractControlMode pic x value "L".
        88 ReadingLiveFile value "L".
        88 ReadingExtract value "X".
        88 ExtractRefused value "R".
    05 ExtractControlEndFlag pic x value "N".
        88 ExtractControlAtEnd value "Y".
