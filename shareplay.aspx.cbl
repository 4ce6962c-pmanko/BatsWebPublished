      * SHARETOK.DAT record: not found or past ST-EXPIRES-AT means a
      * polite "link expired" instead of a clip. Players do not get
      * WEBPASS accounts, and MP4s no longer need emailing around.
      * The list behind a token names the watermarked copies made for
      * its recipient when the link was cut (batsweb.clipWatermark),
      * never the in-house originals.

       $SET CALLFH"EXTFH"
       $SET DATACOMPRESS"1"
