           05 Prod-Active-Flag      pic x(1).
              88 Prod-Active           value "A".
              88 Prod-Discontinued     value "D".
      *    the web store's SKU for this product, set in ProdMaint;
      *    spaces when the product is not sold on the web
           05 Prod-Web-Sku          pic x(12).
